       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE042.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Importacao em lote de contatos da planilha   *
                      *  do CRM: cada linha traz o CNPJ do cliente e  *
                      *  o contato, gravado em arq-contato com a      *
                      *  proxima sequencia livre do cliente. Cliente  *
                      *  inexistente ou inativo, nome/e-mail ja       *
                      *  cadastrado no cliente, e-mail ou telefone    *
                      *  mal formado vao para o relatorio de          *
                      *  rejeitos. Ponto de retomada como na          *
                      *  importacao do AMBE001. Restrito ao           *
                      *  supervisor.                                  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT txt-contatos ASSIGN TO lb-txt-contatos
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-txt-contatos.

           SELECT relat-rejeitos ASSIGN TO lb-relat-rej-contato
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-rejeitos.

           SELECT ctrl-contatos ASSIGN TO lb-ctrl-contatos
                  ORGANIZATION  IS RELATIVE
                  ACCESS MODE   IS RANDOM
                  RELATIVE KEY  IS ws-ctrl-rrn
                  FILE STATUS   IS fs-ctrl-contatos.

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

       DATA DIVISION.
       FILE SECTION.
      *Layout posicional da linha de importacao de contatos:
      *  001-014  CNPJ do cliente   pic  x(014)
      *  015-054  Nome              pic  x(040)
      *  055-074  Funcao            pic  x(020)
      *  075-089  Telefone          pic  x(015) com DDD
      *  090-129  E-mail            pic  x(040)
      *  130-130  Consentimento     pic  x(001) S, N, R ou branco
      *                             (branco entra como N)
      *  131-160  Finalidade        pic  x(030) obrigatoria com S
       FD  txt-contatos.
       01  linha-txt-contatos.
           05 imp-cnpj                pic  x(014).
           05 imp-nome                pic  x(040).
           05 imp-funcao              pic  x(020).
           05 imp-telefone            pic  x(015).
           05 imp-email               pic  x(040).
           05 imp-consentimento       pic  x(001).
           05 imp-finalidade          pic  x(030).

       FD  relat-rejeitos.
       01  linha-relat-rejeitos                  pic x(132).

       FD  ctrl-contatos.
       01  reg-ctrl-contatos.
           05 ctrl-ultima-linha        pic 9(006).
           05 ctrl-qtd-lidos           pic 9(006).
           05 ctrl-qtd-carregados      pic 9(006).
           05 ctrl-qtd-rejeitados      pic 9(006).

       FD  arq-cliente
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-cliente.
       COPY CPCLIENTE.

       FD  arq-contato
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-contato.
       COPY CPCONTATO.

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 fs-txt-contatos       pic  x(002) value spaces.
           05 lb-txt-contatos       pic  x(050) value spaces.
           05 fs-relat-rejeitos     pic  x(002) value spaces.
           05 lb-relat-rej-contato  pic  x(050) value spaces.
           05 fs-ctrl-contatos      pic  x(002) value spaces.
           05 lb-ctrl-contatos      pic  x(050) value spaces.
           05 ws-ctrl-rrn           pic  9(004) value 1.
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 fs-arq-contato        pic  x(002) value spaces.
           05 wid-arq-contato       pic  x(050) value "arq-contato".
           05 ws-fim-contatos       pic  x(001) value space.
              88 fim-contatos           value "S".
           05 ws-parametro-nome     pic  x(020) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 wx-finalizado         pic  x(001) value space.
              88 sucesso                value "S".
              88 com-erro               value "E".
           05 ws-data-carga         pic  9(008) value zeros.
           05 ws-linha-atual        pic  9(006) value zeros.
           05 ws-linha-checkpoint   pic  9(006) value zeros.
           05 ws-qtd-lidos          pic  9(006) value zeros.
           05 ws-qtd-carregados     pic  9(006) value zeros.
           05 ws-qtd-rejeitados     pic  9(006) value zeros.
           05 ws-motivo-rejeito     pic  x(040) value spaces.
           05 ws-tentativas         pic  9(002) value zeros.
       01  AREAS-CRITICA.
           05 ws-ultima-seq         pic  9(003) value zeros.
           05 ws-seq-duplicada      pic  9(003) value zeros.
           05 ws-nome-import        pic  x(040) value spaces.
           05 ws-email-import       pic  x(040) value spaces.
           05 ws-nome-cadastro      pic  x(040) value spaces.
           05 ws-email-cadastro     pic  x(040) value spaces.
           05 ws-i                  pic  9(003) value zeros.
           05 ws-fim                pic  9(003) value zeros.
           05 ws-pos-arroba         pic  9(003) value zeros.
           05 ws-qtd-arrobas        pic  9(003) value zeros.
           05 ws-qtd-brancos        pic  9(003) value zeros.
           05 ws-qtd-pontos         pic  9(003) value zeros.
           05 ws-qtd-digitos        pic  9(003) value zeros.
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
              display "AMBE042 - importacao restrita ao supervisor."
              GO TO 000-99-FIM
           end-if
           perform 005-le-parametros thru 005-99-fim
           if parametros-erro
              GO TO 000-99-FIM
           end-if
           perform 020-abre-arquivos thru 020-99-fim
           if abriu-ok
              perform 090-processa-importacao thru 090-99-fim
              perform 500-fecha-arquivos thru 500-99-fim
           end-if.
       000-99-FIM.
           GOBACK.

      *  O rejeito nao e datado (funcao L): na retomada o relatorio
      *  da rodada interrompida e continuado, como na importacao do
      *  AMBE001.
       005-le-parametros.
           set parametros-ok to true
           move "lb-txt-contatos" to ws-parametro-nome
           perform 006-le-um-parametro thru 006-99-fim
           if parametros-ok
              move lk-ambe503-valor to lb-txt-contatos
              move "lb-relat-rej-contato" to ws-parametro-nome
              perform 006-le-um-parametro thru 006-99-fim
           end-if
           if parametros-ok
              move lk-ambe503-valor to lb-relat-rej-contato
              move "lb-ctrl-contatos" to ws-parametro-nome
              perform 006-le-um-parametro thru 006-99-fim
           end-if
           if parametros-ok
              move lk-ambe503-valor to lb-ctrl-contatos
           end-if.
       005-99-fim. exit.

       006-le-um-parametro.
           initialize lk-ambe503
           set link-ambe503-ler to true
           move ws-parametro-nome to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if not link-ambe503-ok
              set parametros-erro to true
              display "AMBE042 - parametro " ws-parametro-nome
                      " ausente em arq-parametros"
           end-if.
       006-99-fim. exit.

       015-valida-supervisor.
           set acesso-negado to true
           display "AMBE042 - operador: "
           accept ws-operador-id
           move function upper-case(ws-operador-id)
             to ws-operador-id
           display "AMBE042 - senha: "
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
           open input txt-contatos
           if fs-txt-contatos > "09"
              display "AMBE042 - erro ao abrir " lb-txt-contatos
                      ": " fs-txt-contatos
              go to 020-99-fim
           end-if
           open input arq-cliente
           if ws-resultado-acesso > "09"
              display "AMBE042 - erro ao abrir arq-cliente: "
                      ws-resultado-acesso
              close txt-contatos
              go to 020-99-fim
           end-if
           open i-o arq-contato
           if fs-arq-contato > "09"
              open output arq-contato
              close arq-contato
              open i-o arq-contato
           end-if
           if fs-arq-contato > "09"
              display "AMBE042 - erro ao abrir arq-contato: "
                      fs-arq-contato
              close txt-contatos
              close arq-cliente
              go to 020-99-fim
           end-if
           set abriu-ok to true.
       020-99-fim. exit.

       090-processa-importacao.
           move zeros to ws-linha-atual  ws-qtd-lidos
                         ws-qtd-carregados  ws-qtd-rejeitados
           perform 093-abre-ctrl-contatos thru 093-99-fim
           if ws-linha-checkpoint > zeros
              open extend relat-rejeitos
              perform 094-avanca-checkpoint thru 094-99-fim
              display "AMBE042 - retomando apos a linha "
                      ws-linha-checkpoint
           else
              open output relat-rejeitos
              perform 096-imprime-cabecalho thru 096-99-fim
           end-if
           perform test after until fs-txt-contatos > "09"
               read txt-contatos
               if fs-txt-contatos < "10"
                  add 1 to ws-linha-atual
                  add 1 to ws-qtd-lidos
                  perform 100-processa-linha thru 100-99-fim
                  move ws-linha-atual to ctrl-ultima-linha
                  perform 095-grava-ctrl-contatos thru 095-99-fim
               end-if
           end-perform
           perform 097-imprime-rodape thru 097-99-fim
      *  Ultima gravacao do controle antes do CLOSE, que zera o file
      *  status: com o fim de arquivo o ponto de retomada e zerado e
      *  a proxima rodada comeca do inicio.
           perform 095-grava-ctrl-contatos thru 095-99-fim
           close txt-contatos
           close relat-rejeitos.
       090-99-fim. exit.

       093-abre-ctrl-contatos.
           move zeros to ws-linha-checkpoint
           open i-o ctrl-contatos
           if fs-ctrl-contatos > "09"
              open output ctrl-contatos
              move zeros to reg-ctrl-contatos
              write reg-ctrl-contatos
              close ctrl-contatos
              open i-o ctrl-contatos
           end-if
           read ctrl-contatos
           if fs-ctrl-contatos < "10"
              move ctrl-ultima-linha to ws-linha-checkpoint
              if ws-linha-checkpoint > zeros
                 move ctrl-qtd-lidos      to ws-qtd-lidos
                 move ctrl-qtd-carregados to ws-qtd-carregados
                 move ctrl-qtd-rejeitados to ws-qtd-rejeitados
              end-if
           end-if.
       093-99-fim. exit.

       094-avanca-checkpoint.
           perform test after
                   until ws-linha-atual >= ws-linha-checkpoint
                      or fs-txt-contatos > "09"
              read txt-contatos
              if fs-txt-contatos < "10"
                 add 1 to ws-linha-atual
              end-if
           end-perform.
       094-99-fim. exit.

       095-grava-ctrl-contatos.
           if fs-txt-contatos > "09"
              move zeros to ctrl-ultima-linha
           end-if
           move ws-qtd-lidos        to ctrl-qtd-lidos
           move ws-qtd-carregados   to ctrl-qtd-carregados
           move ws-qtd-rejeitados   to ctrl-qtd-rejeitados
           rewrite reg-ctrl-contatos
           if fs-txt-contatos > "09"
              close ctrl-contatos
           end-if.
       095-99-fim. exit.

       096-imprime-cabecalho.
           move spaces to linha-relat-rejeitos
           string "RELATORIO DE REJEITOS - IMPORTACAO DE CONTATOS "
                  "EM " ws-data-carga " POR " ws-operador-id
                  delimited by size into linha-relat-rejeitos
           write linha-relat-rejeitos
           move spaces to linha-relat-rejeitos
           string "LINHA  MOTIVO DA REJEICAO               "
                  "REGISTRO"
                  delimited by size into linha-relat-rejeitos
           write linha-relat-rejeitos.
       096-99-fim. exit.

       097-imprime-rodape.
           move spaces to linha-relat-rejeitos
           write linha-relat-rejeitos
           move spaces to linha-relat-rejeitos
           string "REGISTROS LIDOS......: " ws-qtd-lidos
                  delimited by size into linha-relat-rejeitos
           write linha-relat-rejeitos
           move spaces to linha-relat-rejeitos
           string "REGISTROS CARREGADOS.: " ws-qtd-carregados
                  delimited by size into linha-relat-rejeitos
           write linha-relat-rejeitos
           move spaces to linha-relat-rejeitos
           string "REGISTROS REJEITADOS.: " ws-qtd-rejeitados
                  delimited by size into linha-relat-rejeitos
           write linha-relat-rejeitos.
       097-99-fim. exit.

      *  A linha tem 160 bytes e nao cabe em uma linha de 132; a
      *  imagem sai em duas linhas, a segunda alinhada sob a
      *  primeira parte do registro.
       099-grava-rejeito.
           add 1 to ws-qtd-rejeitados
           move spaces to linha-relat-rejeitos
           string ws-linha-atual                   " "
                  ws-motivo-rejeito                 " "
                  linha-txt-contatos(1:83)
                  delimited by size into linha-relat-rejeitos
           write linha-relat-rejeitos
           move spaces to linha-relat-rejeitos
           move linha-txt-contatos(84:77)
             to linha-relat-rejeitos(49:77)
           write linha-relat-rejeitos.
       099-99-fim. exit.

       100-processa-linha.
           move spaces to ws-motivo-rejeito
           perform 110-valida-linha thru 110-99-fim
           if ws-motivo-rejeito not = spaces
              perform 099-grava-rejeito thru 099-99-fim
              go to 100-99-fim
           end-if
           perform 200-grava-contato thru 200-99-fim.
       100-99-fim. exit.

      *  Mesmas regras da digitacao no AMBE008 (nome obrigatorio,
      *  consentimento S/N/R, finalidade obrigatoria com S), mais o
      *  cliente ativo e as criticas de formato de e-mail/telefone.
      *  Planilha sem consentimento entra como N (negado) na data da
      *  carga, ate o titular consentir pela manutencao.
       110-valida-linha.
           move function upper-case(imp-cnpj) to imp-cnpj
           if imp-cnpj = spaces or imp-cnpj = zeros
              move "CNPJ nao informado" to ws-motivo-rejeito
              go to 110-99-fim
           end-if
           if imp-nome = spaces
              move "Nome do contato nao informado"
                to ws-motivo-rejeito
              go to 110-99-fim
           end-if
           move imp-cnpj to cliente-cnpj
           read arq-cliente ignore lock key is cliente-cnpj
           if ws-resultado-acesso > "09"
              move "CNPJ nao cadastrado em arq-cliente"
                to ws-motivo-rejeito
              go to 110-99-fim
           end-if
           if not cliente-ativo
              move "Cliente inativo" to ws-motivo-rejeito
              go to 110-99-fim
           end-if
           move function upper-case(imp-consentimento)
             to imp-consentimento
           if imp-consentimento = space
              move "N" to imp-consentimento
           end-if
           if imp-consentimento not = "S" and "N" and "R"
              move "Consentimento invalido (S, N ou R)"
                to ws-motivo-rejeito
              go to 110-99-fim
           end-if
           if imp-consentimento = "S" and imp-finalidade = spaces
              move "Finalidade nao informada (consent. S)"
                to ws-motivo-rejeito
              go to 110-99-fim
           end-if
           if imp-email not = spaces
              perform 130-valida-email thru 130-99-fim
              if com-erro
                 move "E-mail invalido" to ws-motivo-rejeito
                 go to 110-99-fim
              end-if
           end-if
           if imp-telefone not = spaces
              perform 140-valida-telefone thru 140-99-fim
              if com-erro
                 move "Telefone invalido" to ws-motivo-rejeito
                 go to 110-99-fim
              end-if
           end-if
           perform 150-verifica-duplicado thru 150-99-fim
           if ws-seq-duplicada > zeros
              string "Contato ja cadastrado - Seq: "
                     ws-seq-duplicada
                     delimited by size into ws-motivo-rejeito
              go to 110-99-fim
           end-if
           if ws-ultima-seq = 999
              move "Cliente sem sequencia livre de contato"
                to ws-motivo-rejeito
           end-if.
       110-99-fim. exit.

      *  E-mail: sem brancos no meio, uma unica arroba com algo
      *  antes, e um dominio com ponto que nao esteja na primeira
      *  nem na ultima posicao.
       130-valida-email.
           set com-erro to true
           if imp-email(1:1) = space
              go to 130-99-fim
           end-if
           move zeros to ws-fim
           perform varying ws-i from 40 by -1
                   until ws-i < 1 or ws-fim > zeros
              if imp-email(ws-i:1) not = space
                 move ws-i to ws-fim
              end-if
           end-perform
           move zeros to ws-qtd-brancos ws-qtd-arrobas
           inspect imp-email(1:ws-fim)
                   tallying ws-qtd-brancos for all space
                            ws-qtd-arrobas for all "@"
           if ws-qtd-brancos > zeros or ws-qtd-arrobas not = 1
              go to 130-99-fim
           end-if
           move zeros to ws-pos-arroba
           inspect imp-email(1:ws-fim)
                   tallying ws-pos-arroba for characters
                   before initial "@"
           add 1 to ws-pos-arroba
           if ws-pos-arroba = 1 or ws-pos-arroba + 3 > ws-fim
              go to 130-99-fim
           end-if
           if imp-email(ws-pos-arroba + 1:1) = "."
              or imp-email(ws-fim:1) = "."
              go to 130-99-fim
           end-if
           move zeros to ws-qtd-pontos
           inspect imp-email(ws-pos-arroba + 1:ws-fim - ws-pos-arroba)
                   tallying ws-qtd-pontos for all "."
           if ws-qtd-pontos > zeros
              set sucesso to true
           end-if.
       130-99-fim. exit.

      *  Telefone com DDD: de 10 a 13 digitos (com ou sem o 55 do
      *  pais), admitindo so a pontuacao usual da planilha.
       140-valida-telefone.
           set sucesso to true
           move zeros to ws-qtd-digitos
           perform varying ws-i from 1 by 1 until ws-i > 15
              evaluate imp-telefone(ws-i:1)
                  when "0" thru "9"
                      add 1 to ws-qtd-digitos
                  when space
                  when "("
                  when ")"
                  when "-"
                  when "."
                  when "+"
                      continue
                  when other
                      set com-erro to true
              end-evaluate
           end-perform
           if ws-qtd-digitos < 10 or ws-qtd-digitos > 13
              set com-erro to true
           end-if.
       140-99-fim. exit.

      *  Uma passada pelos contatos do cliente acha a ultima
      *  sequencia usada e um contato de mesmo nome ou e-mail, sem
      *  diferenca de maiusculas. Contato anonimizado nao tem mais
      *  nome nem e-mail e nao conta como repetido.
       150-verifica-duplicado.
           move zeros to ws-ultima-seq ws-seq-duplicada
           move function upper-case(imp-nome)  to ws-nome-import
           move function upper-case(imp-email) to ws-email-import
           move spaces to ws-fim-contatos
           initialize contato-REG
           move cliente-codigo to contato-codigo
           move zeros          to contato-seq
           start arq-contato key is not less contato-chave
           if fs-arq-contato > "09"
              set fim-contatos to true
           end-if
           perform 160-le-contato-cliente thru 160-99-fim
                   until fim-contatos.
       150-99-fim. exit.

       160-le-contato-cliente.
           read arq-contato next record ignore lock
           if fs-arq-contato > "09"
              or contato-codigo not = cliente-codigo
              set fim-contatos to true
              go to 160-99-fim
           end-if
           move contato-seq to ws-ultima-seq
           if ws-seq-duplicada > zeros
              go to 160-99-fim
           end-if
           move function upper-case(contato-nome)  to ws-nome-cadastro
           move function upper-case(contato-email)
             to ws-email-cadastro
           if ws-nome-cadastro = ws-nome-import
              move contato-seq to ws-seq-duplicada
           end-if
           if ws-email-import not = spaces
              and ws-email-cadastro = ws-email-import
              move contato-seq to ws-seq-duplicada
           end-if.
       160-99-fim. exit.

       200-grava-contato.
           initialize contato-REG
           move cliente-codigo    to contato-codigo
           compute contato-seq = ws-ultima-seq + 1
           move imp-nome          to contato-nome
           move imp-funcao        to contato-funcao
           move imp-telefone      to contato-telefone
           move imp-email         to contato-email
           set contato-ativo      to true
           move imp-consentimento to contato-consentimento
           move ws-data-carga     to contato-dt-consentimento
           move imp-finalidade    to contato-finalidade
           move zeros             to contato-dt-anonimizacao
           move spaces            to contato-operador-anonim
           move zeros to ws-tentativas
           perform 210-grava-inclusao thru 210-99-fim
                   until fs-arq-contato not = "22"
                      or ws-tentativas > 20
           if fs-arq-contato < "10"
              add 1 to ws-qtd-carregados
           else
              string "Erro de gravacao - FileStatus "
                     fs-arq-contato
                     delimited by size into ws-motivo-rejeito
              perform 099-grava-rejeito thru 099-99-fim
           end-if.
       200-99-fim. exit.

      *  Outra estacao pode ter incluido contato no mesmo cliente
      *  pelo AMBE008 depois da leitura da ultima sequencia; em caso
      *  de chave duplicada avanca a sequencia e tenta de novo.
       210-grava-inclusao.
           write contato-REG
           if fs-arq-contato = "22"
              if contato-seq = 999
                 move 21 to ws-tentativas
              else
                 add 1 to contato-seq
                 add 1 to ws-tentativas
              end-if
           end-if.
       210-99-fim. exit.

       500-fecha-arquivos.
           close arq-cliente
           close arq-contato
           display "AMBE042 - registros lidos......: " ws-qtd-lidos
           display "AMBE042 - contatos carregados..: "
                   ws-qtd-carregados
           display "AMBE042 - registros rejeitados.: "
                   ws-qtd-rejeitados.
       500-99-fim. exit.

       END PROGRAM AMBE042.
