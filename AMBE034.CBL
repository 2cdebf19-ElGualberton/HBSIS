       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE034.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Movimento em lote do cadastro de clientes:   *
                      *  cada linha traz a operacao (I)nclusao,       *
                      *  (A)lteracao, (E)xclusao ou (R)eativacao e a  *
                      *  imagem de cliente-REG. Mesmas criticas da    *
                      *  digitacao no AMBE001 (CNPJ, municipio e      *
                      *  geolocalizacao), respeito a arq-trava,       *
                      *  jornal com a operacao correta, relatorio de  *
                      *  rejeitos e ponto de retomada. O modo N na    *
                      *  linkage roda sem operador (passo da cadeia   *
                      *  noturna do AMBE014); avulso exige supervisor.*
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT txt-movimento ASSIGN TO lb-txt-movimento
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-txt-movimento.

           SELECT relat-rejeitos ASSIGN TO lb-relat-rej-movto
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-rejeitos.

           SELECT ctrl-movimento ASSIGN TO lb-ctrl-movimento
                  ORGANIZATION  IS RELATIVE
                  ACCESS MODE   IS RANDOM
                  RELATIVE KEY  IS ws-ctrl-rrn
                  FILE STATUS   IS fs-ctrl-movimento.

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

       DATA DIVISION.
       FILE SECTION.
      *Layout posicional da linha de movimento:
      *  001-001  Operacao          pic  x(001) I, A, E ou R
      *  002-140  Imagem de cliente-REG (mesmo layout da importacao
      *           do AMBE001); na exclusao e na reativacao so o
      *           codigo e usado, e status/dt-exclusao da imagem
      *           sao sempre ignorados.
       FD  txt-movimento.
       01  linha-txt-movimento.
           05 mov-operacao             pic  x(001).
              88 mov-inclusao              value "I".
              88 mov-alteracao             value "A".
              88 mov-exclusao              value "E".
              88 mov-reativacao            value "R".
           05 mov-imagem               pic  x(139).

       FD  relat-rejeitos.
       01  linha-relat-rejeitos                  pic x(132).

       FD  ctrl-movimento.
       01  reg-ctrl-movimento.
           05 ctrl-ultima-linha        pic 9(006).
           05 ctrl-qtd-lidos           pic 9(006).
           05 ctrl-qtd-aplicados       pic 9(006).
           05 ctrl-qtd-rejeitados      pic 9(006).

       FD  arq-cliente
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-cliente.
       COPY CPCLIENTE.

       FD  arq-contato
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-contato.
       COPY CPCONTATO.

       FD  arq-municipio
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-municipio.
       COPY CPMUNICIPIO.

       FD  arq-trava
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-trava.
       COPY CPTRAVA.

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 fs-txt-movimento      pic  x(002) value spaces.
           05 lb-txt-movimento      pic  x(050) value spaces.
           05 fs-relat-rejeitos     pic  x(002) value spaces.
           05 lb-relat-rej-movto    pic  x(050) value spaces.
           05 fs-ctrl-movimento     pic  x(002) value spaces.
           05 lb-ctrl-movimento     pic  x(050) value spaces.
           05 ws-ctrl-rrn           pic  9(004) value 1.
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 fs-arq-contato        pic  x(002) value spaces.
           05 wid-arq-contato       pic  x(050) value "arq-contato".
           05 ws-fim-contatos       pic  x(001) value space.
              88 fim-contatos           value "S".
           05 fs-arq-municipio      pic  x(002) value spaces.
           05 wid-arq-municipio     pic  x(050) value "arq-municipio".
           05 fs-arq-trava          pic  x(002) value spaces.
           05 wid-arq-trava         pic  x(050) value "arq-trava".
           05 ws-trava              pic  x(001) value space.
              88 trava-obtida           value "S".
              88 trava-negada           value "N".
           05 ws-parametro-nome     pic  x(020) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 wx-finalizado         pic  x(001) value space.
              88 sucesso                value "S".
              88 com-erro               value "E".
      *  Mesmo limite da critica de geolocalizacao do AMBE001.
           05 ws-km-max-municipio   pic  9(006)v9(002) value 300.
           05 ws-dlat-km            pic  s9(006)v9(002).
           05 ws-dlong-km           pic  s9(006)v9(002).
           05 ws-dist-km            pic  9(006)v9(002).
           05 ws-ed-dist            pic  ZZZZZ9,99.
           05 ws-linha-atual        pic  9(006) value zeros.
           05 ws-linha-checkpoint   pic  9(006) value zeros.
           05 ws-qtd-lidos          pic  9(006) value zeros.
           05 ws-qtd-aplicados      pic  9(006) value zeros.
           05 ws-qtd-rejeitados     pic  9(006) value zeros.
           05 ws-qtd-jornal-erro    pic  9(006) value zeros.
           05 ws-motivo-rejeito     pic  x(040) value spaces.
       01  AREAS-JORNAL.
           05 ws-operador           pic  x(008) value "AMBE034".
           05 ws-operacao-jornal    pic  x(001) value space.
           05 ws-imagem-anterior    pic  x(200) value spaces.
           05 ws-status-anterior    pic  x(001) value space.
           05 ws-dt-exclusao-anterior
                                    pic  9(008) value zeros.
       01  WS-CLIENTE-SALVO         pic  x(139).
       01  WS-CLIENTE-NOVO          pic  x(139).
       01  WS-DUP-CLIENTE.
           05 WS-DUP-CODIGO         PIC  9(007).
       01  AREAS-OPERADOR.
           05 ws-operador-id        pic  x(008) value spaces.
           05 ws-operador-senha     pic  x(008) value spaces.
           05 ws-acesso             pic  x(001) value space.
              88 acesso-liberado        value "S".
              88 acesso-negado          value "N".
       COPY LKAMBE501.
       COPY LKAMBE502.
       COPY LKAMBE503.
       COPY LKAMBE504.

       LINKAGE SECTION.
       COPY LKAMBE034.
       PROCEDURE DIVISION USING LK-AMBE034.
       000-INICIO.
           set lk-ambe034-not-ok to true
           move zeros to lk-ambe034-qtd-lidos
                         lk-ambe034-qtd-aplicados
                         lk-ambe034-qtd-rejeitados
           if not lk-ambe034-cadeia
              perform 015-valida-supervisor thru 015-99-fim
              if acesso-negado
                 display "AMBE034 - movimento restrito ao "
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
              perform 090-processa-movimento thru 090-99-fim
              perform 500-fecha-arquivos thru 500-99-fim
              move ws-qtd-lidos      to lk-ambe034-qtd-lidos
              move ws-qtd-aplicados  to lk-ambe034-qtd-aplicados
              move ws-qtd-rejeitados to lk-ambe034-qtd-rejeitados
              if ws-qtd-jornal-erro = zeros
                 set lk-ambe034-ok to true
              end-if
           end-if
           move ws-resultado-acesso to lk-ambe034-file-status.
       000-99-FIM.
           GOBACK.

      *  O rejeito nao e datado (funcao L): na retomada o relatorio
      *  da rodada interrompida e continuado, como na importacao do
      *  AMBE001.
       005-le-parametros.
           set parametros-ok to true
           move "lb-txt-movimento" to ws-parametro-nome
           perform 006-le-um-parametro thru 006-99-fim
           if parametros-ok
              move lk-ambe503-valor to lb-txt-movimento
              move "lb-relat-rej-movto" to ws-parametro-nome
              perform 006-le-um-parametro thru 006-99-fim
           end-if
           if parametros-ok
              move lk-ambe503-valor to lb-relat-rej-movto
              move "lb-ctrl-movimento" to ws-parametro-nome
              perform 006-le-um-parametro thru 006-99-fim
           end-if
           if parametros-ok
              move lk-ambe503-valor to lb-ctrl-movimento
           end-if.
       005-99-fim. exit.

       006-le-um-parametro.
           initialize lk-ambe503
           set link-ambe503-ler to true
           move ws-parametro-nome to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if not link-ambe503-ok
              set parametros-erro to true
              display "AMBE034 - parametro " ws-parametro-nome
                      " ausente em arq-parametros"
           end-if.
       006-99-fim. exit.

       015-valida-supervisor.
           set acesso-negado to true
           display "AMBE034 - operador: "
           accept ws-operador-id
           move function upper-case(ws-operador-id)
             to ws-operador-id
           display "AMBE034 - senha: "
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
           open input txt-movimento
           if fs-txt-movimento > "09"
              display "AMBE034 - erro ao abrir " lb-txt-movimento
                      ": " fs-txt-movimento
              move fs-txt-movimento to ws-resultado-acesso
              go to 020-99-fim
           end-if
           open i-o arq-cliente
           if ws-resultado-acesso > "09"
              display "AMBE034 - erro ao abrir arq-cliente: "
                      ws-resultado-acesso
              close txt-movimento
              go to 020-99-fim
           end-if
           open input arq-municipio
           if fs-arq-municipio > "09"
              display "AMBE034 - erro ao abrir arq-municipio: "
                      fs-arq-municipio
              move fs-arq-municipio to ws-resultado-acesso
              close txt-movimento
              close arq-cliente
              go to 020-99-fim
           end-if
           open i-o arq-trava
           if fs-arq-trava > "09"
              open output arq-trava
              close arq-trava
              open i-o arq-trava
           end-if
           set abriu-ok to true.
       020-99-fim. exit.

       090-processa-movimento.
           move zeros to ws-linha-atual  ws-qtd-lidos
                         ws-qtd-aplicados  ws-qtd-rejeitados
           perform 093-abre-ctrl-movimento thru 093-99-fim
           if ws-linha-checkpoint > zeros
              open extend relat-rejeitos
              perform 094-avanca-checkpoint thru 094-99-fim
              display "AMBE034 - retomando apos a linha "
                      ws-linha-checkpoint
           else
              open output relat-rejeitos
              perform 096-imprime-cabecalho thru 096-99-fim
           end-if
           perform test after until fs-txt-movimento > "09"
               read txt-movimento
               if fs-txt-movimento < "10"
                  add 1 to ws-linha-atual
                  add 1 to ws-qtd-lidos
                  perform 100-processa-linha thru 100-99-fim
                  move ws-linha-atual to ctrl-ultima-linha
                  perform 095-grava-ctrl-movimento thru 095-99-fim
               end-if
           end-perform
           perform 097-imprime-rodape thru 097-99-fim
      *  Ultima gravacao do controle antes do CLOSE, que zera o file
      *  status: com o fim de arquivo o ponto de retomada e zerado e
      *  a proxima rodada comeca do inicio.
           perform 095-grava-ctrl-movimento thru 095-99-fim
           close txt-movimento
           close relat-rejeitos.
       090-99-fim. exit.

       093-abre-ctrl-movimento.
           move zeros to ws-linha-checkpoint
           open i-o ctrl-movimento
           if fs-ctrl-movimento > "09"
              open output ctrl-movimento
              move zeros to reg-ctrl-movimento
              write reg-ctrl-movimento
              close ctrl-movimento
              open i-o ctrl-movimento
           end-if
           read ctrl-movimento
           if fs-ctrl-movimento < "10"
              move ctrl-ultima-linha to ws-linha-checkpoint
              if ws-linha-checkpoint > zeros
                 move ctrl-qtd-lidos      to ws-qtd-lidos
                 move ctrl-qtd-aplicados  to ws-qtd-aplicados
                 move ctrl-qtd-rejeitados to ws-qtd-rejeitados
              end-if
           end-if.
       093-99-fim. exit.

       094-avanca-checkpoint.
           perform test after
                   until ws-linha-atual >= ws-linha-checkpoint
                      or fs-txt-movimento > "09"
              read txt-movimento
              if fs-txt-movimento < "10"
                 add 1 to ws-linha-atual
              end-if
           end-perform.
       094-99-fim. exit.

       095-grava-ctrl-movimento.
           if fs-txt-movimento > "09"
              move zeros to ctrl-ultima-linha
           end-if
           move ws-qtd-lidos        to ctrl-qtd-lidos
           move ws-qtd-aplicados    to ctrl-qtd-aplicados
           move ws-qtd-rejeitados   to ctrl-qtd-rejeitados
           rewrite reg-ctrl-movimento
           if fs-txt-movimento > "09"
              close ctrl-movimento
           end-if.
       095-99-fim. exit.

       096-imprime-cabecalho.
           move spaces to linha-relat-rejeitos
           string "RELATORIO DE REJEITOS - MOVIMENTO EM LOTE DO "
                  "CADASTRO DE CLIENTES"
                  delimited by size into linha-relat-rejeitos
           write linha-relat-rejeitos
           move spaces to linha-relat-rejeitos
           string "LINHA  MOTIVO DA REJEICAO               "
                  "OP+REGISTRO"
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
           string "REGISTROS APLICADOS..: " ws-qtd-aplicados
                  delimited by size into linha-relat-rejeitos
           write linha-relat-rejeitos
           move spaces to linha-relat-rejeitos
           string "REGISTROS REJEITADOS.: " ws-qtd-rejeitados
                  delimited by size into linha-relat-rejeitos
           write linha-relat-rejeitos.
       097-99-fim. exit.

      *  A linha tem 140 bytes e nao cabe em uma linha de 132; a
      *  imagem sai em duas linhas, a segunda alinhada sob a
      *  primeira parte do registro.
       099-grava-rejeito.
           add 1 to ws-qtd-rejeitados
           move spaces to linha-relat-rejeitos
           string ws-linha-atual                   " "
                  ws-motivo-rejeito                 " "
                  linha-txt-movimento(1:83)
                  delimited by size into linha-relat-rejeitos
           write linha-relat-rejeitos
           move spaces to linha-relat-rejeitos
           move linha-txt-movimento(84:57)
             to linha-relat-rejeitos(49:57)
           write linha-relat-rejeitos.
       099-99-fim. exit.

       100-processa-linha.
           move spaces to ws-motivo-rejeito
           move function upper-case(mov-operacao) to mov-operacao
           move mov-imagem to cliente-REG
           if cliente-codigo not numeric
              or cliente-codigo = zeros
              move "Codigo do cliente nao informado"
                to ws-motivo-rejeito
              perform 099-grava-rejeito thru 099-99-fim
              go to 100-99-fim
           end-if
           evaluate true
               when mov-inclusao
                   perform 200-inclusao   thru 200-99-fim
               when mov-alteracao
                   perform 300-alteracao  thru 300-99-fim
               when mov-exclusao
                   perform 400-exclusao   thru 400-99-fim
               when mov-reativacao
                   perform 450-reativacao thru 450-99-fim
               when other
                   move "Operacao invalida (use I, A, E ou R)"
                     to ws-motivo-rejeito
           end-evaluate
           if ws-motivo-rejeito not = spaces
              perform 099-grava-rejeito thru 099-99-fim
           end-if.
       100-99-fim. exit.

       200-inclusao.
           move cliente-REG to WS-CLIENTE-NOVO
           read arq-cliente ignore lock
           if ws-resultado-acesso < "10"
              move "Codigo ja cadastrado" to ws-motivo-rejeito
              go to 200-99-fim
           end-if
           move WS-CLIENTE-NOVO to cliente-REG
           set cliente-ativo to true
           move zeros to cliente-dt-exclusao
           perform 600-valida-dados thru 600-99-fim
           if com-erro
              go to 200-99-fim
           end-if
           write cliente-REG
           if ws-resultado-acesso > "09"
              string "FileStatus " ws-resultado-acesso
                     delimited by size into ws-motivo-rejeito
              go to 200-99-fim
           end-if
           add 1 to ws-qtd-aplicados
           move spaces to ws-imagem-anterior
           move "I"    to ws-operacao-jornal
           perform 800-grava-jornal thru 800-99-fim.
       200-99-fim. exit.

      *  Alteracao troca os dados cadastrais; status e data de
      *  exclusao continuam os do registro gravado.
       300-alteracao.
           move cliente-REG to WS-CLIENTE-NOVO
           read arq-cliente ignore lock
           if ws-resultado-acesso > "09"
              move "Cliente nao cadastrado" to ws-motivo-rejeito
              go to 300-99-fim
           end-if
           move cliente-REG         to ws-imagem-anterior
           move cliente-status      to ws-status-anterior
           move cliente-dt-exclusao to ws-dt-exclusao-anterior
           move WS-CLIENTE-NOVO     to cliente-REG
           move ws-status-anterior  to cliente-status
           move ws-dt-exclusao-anterior to cliente-dt-exclusao
           perform 600-valida-dados thru 600-99-fim
           if com-erro
              go to 300-99-fim
           end-if
           perform 970-trava-registro thru 970-99-fim
           if trava-negada
              go to 300-99-fim
           end-if
           rewrite cliente-REG
           if ws-resultado-acesso < "10"
              add 1 to ws-qtd-aplicados
              move "A" to ws-operacao-jornal
              perform 800-grava-jornal thru 800-99-fim
           else
              string "FileStatus " ws-resultado-acesso
                     delimited by size into ws-motivo-rejeito
           end-if
           perform 975-destrava-registro thru 975-99-fim.
       300-99-fim. exit.

       400-exclusao.
           read arq-cliente ignore lock
           if ws-resultado-acesso > "09"
              move "Cliente nao cadastrado" to ws-motivo-rejeito
              go to 400-99-fim
           end-if
           if cliente-inativo
              move "Cliente ja inativo" to ws-motivo-rejeito
              go to 400-99-fim
           end-if
           perform 970-trava-registro thru 970-99-fim
           if trava-negada
              go to 400-99-fim
           end-if
           move cliente-REG to ws-imagem-anterior
           set cliente-inativo to true
           move function current-date(1:8) to cliente-dt-exclusao
           rewrite cliente-REG
           if ws-resultado-acesso < "10"
              add 1 to ws-qtd-aplicados
              move "E" to ws-operacao-jornal
              perform 800-grava-jornal thru 800-99-fim
              perform 850-atualiza-contatos thru 850-99-fim
           else
              string "FileStatus " ws-resultado-acesso
                     delimited by size into ws-motivo-rejeito
           end-if
           perform 975-destrava-registro thru 975-99-fim.
       400-99-fim. exit.

       450-reativacao.
           read arq-cliente ignore lock
           if ws-resultado-acesso > "09"
              move "Cliente nao cadastrado" to ws-motivo-rejeito
              go to 450-99-fim
           end-if
           if cliente-ativo
              move "Cliente ja ativo" to ws-motivo-rejeito
              go to 450-99-fim
           end-if
           perform 970-trava-registro thru 970-99-fim
           if trava-negada
              go to 450-99-fim
           end-if
           move cliente-REG to ws-imagem-anterior
           set cliente-ativo to true
           move zeros to cliente-dt-exclusao
           rewrite cliente-REG
           if ws-resultado-acesso < "10"
              add 1 to ws-qtd-aplicados
              move "R" to ws-operacao-jornal
              perform 800-grava-jornal thru 800-99-fim
              perform 850-atualiza-contatos thru 850-99-fim
           else
              string "FileStatus " ws-resultado-acesso
                     delimited by size into ws-motivo-rejeito
           end-if
           perform 975-destrava-registro thru 975-99-fim.
       450-99-fim. exit.

      *  Mesmas criticas da digitacao e da importacao do AMBE001.
       600-valida-dados.
           set com-erro to true
           move function upper-case(cliente-cnpj) to cliente-cnpj
           if cliente-razao = spaces
              move "Razao social nao informada" to ws-motivo-rejeito
              go to 600-99-fim
           end-if
           if cliente-cnpj = zeros or cliente-cnpj = spaces
              move "CNPJ nao informado" to ws-motivo-rejeito
              go to 600-99-fim
           end-if
           perform 700-valida-cnpj thru 700-99-fim
           if com-erro
              move "CNPJ invalido" to ws-motivo-rejeito
              go to 600-99-fim
           end-if
           perform 751-localiza-cnpj-duplicado thru 751-99-fim
           if com-erro
              string "CNPJ duplicado - Cod: " WS-DUP-CODIGO
                     delimited by size into ws-motivo-rejeito
              go to 600-99-fim
           end-if
           if cliente-latitude not numeric
              or cliente-longitude not numeric
              or cliente-latitude = zeros
              or cliente-longitude = zeros
              move "Latitude/Longitude invalida" to ws-motivo-rejeito
              set com-erro to true
              go to 600-99-fim
           end-if
           perform 760-valida-municipio thru 760-99-fim
           if com-erro
              move "Municipio invalido" to ws-motivo-rejeito
              go to 600-99-fim
           end-if
           perform 765-critica-geoloc thru 765-99-fim
           if com-erro
              move ws-dist-km to ws-ed-dist
              string "Coord a " ws-ed-dist " km do municipio"
                     delimited by size into ws-motivo-rejeito
           end-if.
       600-99-fim. exit.

       700-valida-cnpj.
           initialize lk-ambe501
           set link-ambe501-validar to true
           move cliente-cnpj to ambe501-cnpj
           call 'AMBE501' USING lk-ambe501
           if not link-ambe501-ok
              set com-erro to true
           else
              set sucesso  to true
           end-if.
       700-99-fim. exit.

       751-localiza-cnpj-duplicado.
           move cliente-REG to WS-CLIENTE-SALVO
           start arq-cliente key is equal cliente-cnpj
           if ws-resultado-acesso < "10"
              read arq-cliente next record ignore lock
           end-if
           if ws-resultado-acesso < "10"
              and cliente-codigo not = WS-CLIENTE-SALVO(1:7)
              move cliente-codigo to WS-DUP-CODIGO
              set com-erro to true
           else
              set sucesso to true
           end-if
           move WS-CLIENTE-SALVO to cliente-REG.
       751-99-fim. exit.

       760-valida-municipio.
           if cliente-municipio not numeric
              or cliente-municipio = zeros
              set com-erro to true
           else
              move cliente-municipio to municipio-codigo
              read arq-municipio ignore lock
              if fs-arq-municipio > "09"
                 set com-erro to true
              else
                 set sucesso to true
              end-if
           end-if.
       760-99-fim. exit.

      *  Municipio sem coordenada de referencia (zerada) nao e
      *  criticado; a tabela e completada pelo AMBE010/AMBE020.
       765-critica-geoloc.
           if municipio-latitude = zeros
              and municipio-longitude = zeros
              go to 765-99-fim
           end-if
           compute ws-dlat-km  = (cliente-latitude
                                 - municipio-latitude) * 111
           compute ws-dlong-km = (cliente-longitude
                                 - municipio-longitude) * 111
           compute ws-dist-km rounded =
                   FUNCTION SQRT((ws-dlat-km * ws-dlat-km) +
                                 (ws-dlong-km * ws-dlong-km))
           if ws-dist-km > ws-km-max-municipio
              set com-erro to true
           end-if.
       765-99-fim. exit.

       500-fecha-arquivos.
           close arq-cliente
           close arq-municipio
           close arq-trava
           display "AMBE034 - registros lidos.....: " ws-qtd-lidos
           display "AMBE034 - registros aplicados.: " ws-qtd-aplicados
           display "AMBE034 - registros rejeitados: "
                   ws-qtd-rejeitados
           if ws-qtd-jornal-erro > zeros
              display "AMBE034 - falhas no jornal....: "
                      ws-qtd-jornal-erro
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
              add 1 to ws-qtd-jornal-erro
              display "AMBE034 - falha no jornal de auditoria - "
                      "cliente " cliente-codigo
           end-if.
       800-99-fim. exit.

      *  Na exclusao/reativacao do cliente os contatos filhos recebem
      *  o mesmo status, como no AMBE001.
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
              if ws-operacao-jornal = "E"
                 set contato-inativo to true
              else
                 if contato-dt-anonimizacao = zeros
                    set contato-ativo to true
                 end-if
              end-if
              rewrite contato-REG
           end-if.
       860-99-fim. exit.

      *  Trava de registro entre operadores, como no AMBE001: chave
      *  duplicada e registro em uso por outra estacao e a linha e
      *  rejeitada; trava deixada pelo proprio AMBE034 numa rodada
      *  interrompida e retomada.
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
              go to 970-99-fim
           end-if
           set trava-negada to true
           if fs-arq-trava = "22"
              move cliente-codigo to trava-codigo
              read arq-trava ignore lock
              if fs-arq-trava < "10"
                 and trava-operador = ws-operador
                 move function current-date(1:8) to trava-data
                 move function current-date(9:6) to trava-hora
                 rewrite trava-REG
                 set trava-obtida to true
              else
                 string "Registro em uso pelo operador "
                        trava-operador
                        delimited by size into ws-motivo-rejeito
              end-if
           else
              string "Erro na trava de registro - FileStatus "
                     fs-arq-trava
                     delimited by size into ws-motivo-rejeito
           end-if.
       970-99-fim. exit.

       975-destrava-registro.
           move cliente-codigo to trava-codigo
           delete arq-trava record.
       975-99-fim. exit.

       END PROGRAM AMBE034.
