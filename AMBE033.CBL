       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE033.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Recuperacao do cadastro ate um ponto no      *
                      *  tempo: confere e restaura o backup do        *
                      *  AMBE032 (arq-contato, arq-carteira e         *
                      *  arq-cliente) e reaplica a imagem atual dos   *
                      *  lancamentos do jornal posteriores ao backup  *
                      *  ate a data/hora informada pelo supervisor,   *
                      *  com relatorio do que foi reaplicado.         *
                      *  Lancamento posterior ao backup: jornal-seq   *
                      *  maior que o gravado no backup para o cliente *
                      *  ou data/hora depois do inicio do backup (a   *
                      *  sequencia reinicia depois do arquivamento do *
                      *  AMBE021). Cliente expurgado pelo AMBE013     *
                      *  depois do backup continua no historico.      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT bkp-cadastro ASSIGN TO lb-bkp-cadastro
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-bkp-cadastro.

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

           select arq-carteira assign to disk wid-arq-carteira
                  organization         is indexed
                  access mode          is dynamic
                  record key           is carteira-chave
                  lock mode            is manual
                  file status          is fs-arq-carteira.

           select arq-jornal assign to disk wid-arq-jornal
                  organization         is indexed
                  access mode          is dynamic
                  record key           is jornal-chave
                  lock mode            is manual
                  file status          is fs-arq-jornal.

           select arq-cliente-hist assign to disk
                  wid-arq-cliente-hist
                  organization         is indexed
                  access mode          is dynamic
                  record key           is cliente-chave-hist
                  ALTERNATE record key is cliente-cnpj-hist
                  ALTERNATE RECORD KEY IS cliente-razao-hist
                                          WITH DUPLICATES
                  lock mode            is manual
                  file status          is fs-arq-cliente-hist.

           SELECT relat-recuperacao ASSIGN TO lb-relat-recuperacao
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-recuperacao.

       DATA DIVISION.
       FILE SECTION.
       FD  bkp-cadastro.
       COPY CPBACKUP.

       FD  arq-cliente
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-cliente.
       COPY CPCLIENTE.

       FD  arq-contato
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-contato.
       COPY CPCONTATO.

       FD  arq-carteira
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-carteira.
       COPY CPCARTEIRA.

       FD  arq-jornal
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-jornal.
       COPY CPJORNAL.

       FD  arq-cliente-hist
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-cliente-hist.
       01  cliente-reg-hist.
           05 cliente-chave-hist.
              10 cliente-codigo-hist       PIC  9(007).
           05 cliente-razao-hist           PIC  X(040).
           05 cliente-cnpj-hist            PIC  X(014).
           05 cliente-latitude-hist        PIC  s9(003)v9(008).
           05 cliente-longitude-hist       PIC  s9(003)v9(008).
           05 cliente-status-hist          PIC  x(001).
           05 cliente-dt-exclusao-hist     PIC  9(008).
           05 cliente-endereco-hist        PIC  X(040).
           05 cliente-municipio-hist       PIC  9(007).

       FD  relat-recuperacao.
       01  linha-relat-recuperacao               pic x(132).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 fs-bkp-cadastro       pic  x(002) value spaces.
           05 lb-bkp-cadastro       pic  x(050) value spaces.
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 fs-arq-contato        pic  x(002) value spaces.
           05 wid-arq-contato       pic  x(050) value "arq-contato".
           05 fs-arq-carteira       pic  x(002) value spaces.
           05 wid-arq-carteira      pic  x(050) value "arq-carteira".
           05 fs-arq-jornal         pic  x(002) value spaces.
           05 wid-arq-jornal        pic  x(050) value "arq-jornal".
           05 fs-arq-cliente-hist   pic  x(002) value spaces.
           05 wid-arq-cliente-hist  pic  x(050) value
              "arq-cliente-historico".
           05 fs-relat-recuperacao  pic  x(002) value spaces.
           05 lb-relat-recuperacao  pic  x(050) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 ws-backup-conferido   pic  x(001) value space.
              88 backup-ok              value "S".
           05 ws-jornal-aberto      pic  x(001) value space.
              88 jornal-aberto          value "S".
           05 ws-hist-aberto        pic  x(001) value space.
              88 hist-aberto            value "S".
           05 ws-fim-arquivo        pic  x(001) value space.
              88 fim-arquivo            value "S".
           05 ws-fim-jornal         pic  x(001) value space.
              88 fim-jornal             value "S".
           05 ws-fim-contatos       pic  x(001) value space.
              88 fim-contatos           value "S".
           05 ws-confirma           pic  x(001) value space.
              88 confirmado             value "S".
              88 desistiu               value "N".
           05 ws-grupo              pic  x(001) value space.
              88 grupo-novo             value "N".
              88 grupo-ignorado         value "I".
           05 ws-codigo-grupo       pic  9(007) value zeros.
           05 ws-ultimo-tipo        pic  x(001) value space.
           05 ws-ultimo-seq         pic  9(005) value zeros.
           05 ws-resultado          pic  x(030) value spaces.
           05 ws-qtd-clientes       pic  9(006) value zeros.
           05 ws-qtd-contatos       pic  9(006) value zeros.
           05 ws-qtd-carteiras      pic  9(006) value zeros.
           05 ws-qtd-cabecalhos     pic  9(006) value zeros.
           05 ws-qtd-controles      pic  9(006) value zeros.
           05 ws-qtd-restaurados    pic  9(006) value zeros.
           05 ws-qtd-expurgados     pic  9(006) value zeros.
           05 ws-qtd-reaplicados    pic  9(006) value zeros.
           05 ws-qtd-apos-limite    pic  9(006) value zeros.
           05 ws-qtd-erros          pic  9(006) value zeros.
       01  AREAS-DATA-HORA.
           05 ws-limite.
              10 ws-limite-data     pic  9(008) value zeros.
              10 ws-limite-hora     pic  9(006) value zeros.
           05 ws-backup-inicio.
              10 ws-backup-data     pic  9(008) value zeros.
              10 ws-backup-hora     pic  9(006) value zeros.
           05 ws-lancamento.
              10 ws-lanc-data       pic  9(008) value zeros.
              10 ws-lanc-hora       pic  9(006) value zeros.
       01  AREAS-CONTROLE-BACKUP.
           05 ws-ctl-clientes       pic  9(006) value zeros.
           05 ws-ctl-contatos       pic  9(006) value zeros.
           05 ws-ctl-carteiras      pic  9(006) value zeros.
           05 ws-ctl-jornal         pic  9(006) value zeros.
           05 ws-ctl-maior-seq      pic  9(005) value zeros.
       01  AREAS-EDICAO.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-seq             pic  ZZZZ9.
           05 ws-ed-data            pic  9999/99/99.
           05 ws-ed-hora            pic  99B99B99.
           05 ws-ed-data-limite     pic  9999/99/99.
           05 ws-ed-hora-limite     pic  99B99B99.
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
              display "AMBE033 - recuperacao restrita ao supervisor."
              GO TO 000-99-FIM
           end-if
           perform 005-le-parametros thru 005-99-fim
           if parametros-erro
              GO TO 000-99-FIM
           end-if
           perform 010-aceita-dados thru 010-99-fim
           perform 100-confere-backup thru 100-99-fim
           if not backup-ok
              GO TO 000-99-FIM
           end-if
           perform 020-confirma thru 020-99-fim
           if desistiu
              display "AMBE033 - recuperacao cancelada."
              GO TO 000-99-FIM
           end-if
           perform 200-abre-arquivos thru 200-99-fim
           if abriu-ok
              perform 300-restaura-backup thru 300-99-fim
              perform 400-clientes-novos  thru 400-99-fim
              perform 500-fecha-arquivos  thru 500-99-fim
           end-if.
       000-99-FIM.
           GOBACK.

       005-le-parametros.
           set parametros-ok to true
           initialize lk-ambe503
           set link-ambe503-ler-relat to true
           move "lb-relat-recuperacao" to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if link-ambe503-ok
              move lk-ambe503-valor to lb-relat-recuperacao
           else
              set parametros-erro to true
              display "AMBE033 - parametro lb-relat-recuperacao "
                      "ausente em arq-parametros"
           end-if.
       005-99-fim. exit.

       010-aceita-dados.
           perform test after until lb-bkp-cadastro not = spaces
              display "AMBE033 - arquivo de backup a restaurar: "
              accept lb-bkp-cadastro
           end-perform
           perform test after until ws-limite-data > 19000101
              display "AMBE033 - reaplicar jornal ate a data "
                      "(AAAAMMDD): "
              accept ws-limite-data
           end-perform
           move 999999 to ws-limite-hora
           perform test after until ws-limite-hora not > 235959
              display "AMBE033 - e ate a hora (HHMMSS): "
              accept ws-limite-hora
           end-perform.
       010-99-fim. exit.

       015-valida-supervisor.
           set acesso-negado to true
           display "AMBE033 - operador: "
           accept ws-operador-id
           move function upper-case(ws-operador-id)
             to ws-operador-id
           display "AMBE033 - senha: "
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

       020-confirma.
           move space to ws-confirma
           perform test after until confirmado or desistiu
              display "AMBE033 - arq-cliente, arq-contato e "
                      "arq-carteira serao substituidos. "
                      "Confirma (S/N)? "
              accept ws-confirma
              move function upper-case(ws-confirma) to ws-confirma
           end-perform.
       020-99-fim. exit.

      *  Primeira passada: o backup so e usado com cabecalho no
      *  inicio, controle no fim e quantidades conferindo com o
      *  controle; a restauracao nunca comeca sobre backup truncado.
       100-confere-backup.
           move space to ws-backup-conferido
           open input bkp-cadastro
           if fs-bkp-cadastro > "09"
              display "AMBE033 - erro ao abrir " lb-bkp-cadastro
                      ": " fs-bkp-cadastro
              go to 100-99-fim
           end-if
           move spaces to ws-fim-arquivo
           perform test after until fim-arquivo
              read bkp-cadastro
              if fs-bkp-cadastro > "09"
                 set fim-arquivo to true
              else
                 perform 110-conta-registro thru 110-99-fim
              end-if
           end-perform
           close bkp-cadastro
           if ws-qtd-cabecalhos not = 1
              or ws-qtd-controles not = 1
              or ws-ultimo-tipo not = "T"
              or ws-qtd-erros > zeros
              display "AMBE033 - backup sem cabecalho, sem "
                      "registro de controle ou com registro "
                      "invalido - nao restaurado."
              go to 100-99-fim
           end-if
           if ws-qtd-clientes  not = ws-ctl-clientes
              or ws-qtd-contatos  not = ws-ctl-contatos
              or ws-qtd-carteiras not = ws-ctl-carteiras
              display "AMBE033 - quantidades do backup nao conferem "
                      "com o registro de controle."
              go to 100-99-fim
           end-if
           if ws-limite < ws-backup-inicio
              display "AMBE033 - data/hora limite anterior ao "
                      "backup (" ws-backup-data " " ws-backup-hora
                      ")."
              go to 100-99-fim
           end-if
           set backup-ok to true
           display "AMBE033 - backup de " ws-backup-data " "
                   ws-backup-hora " conferido: " ws-qtd-clientes
                   " clientes, " ws-qtd-contatos " contatos, "
                   ws-qtd-carteiras " carteiras.".
       100-99-fim. exit.

       110-conta-registro.
           move backup-tipo to ws-ultimo-tipo
           evaluate true
               when backup-cabecalho
                   add 1 to ws-qtd-cabecalhos
                   move backup-data to ws-backup-data
                   move backup-hora to ws-backup-hora
               when backup-contato
                   add 1 to ws-qtd-contatos
               when backup-carteira
                   add 1 to ws-qtd-carteiras
               when backup-cliente
                   add 1 to ws-qtd-clientes
               when backup-controle
                   add 1 to ws-qtd-controles
                   move backup-qtd-clientes  to ws-ctl-clientes
                   move backup-qtd-contatos  to ws-ctl-contatos
                   move backup-qtd-carteiras to ws-ctl-carteiras
                   move backup-qtd-jornal    to ws-ctl-jornal
                   move backup-maior-seq     to ws-ctl-maior-seq
               when other
                   add 1 to ws-qtd-erros
           end-evaluate.
       110-99-fim. exit.

       200-abre-arquivos.
           move space to ws-status-abertura
           open input bkp-cadastro
           if fs-bkp-cadastro > "09"
              display "AMBE033 - erro ao reabrir " lb-bkp-cadastro
                      ": " fs-bkp-cadastro
              go to 200-99-fim
           end-if
           open output arq-cliente
           close arq-cliente
           open i-o arq-cliente
           open output arq-contato
           close arq-contato
           open i-o arq-contato
           open output arq-carteira
           close arq-carteira
           open i-o arq-carteira
           if ws-resultado-acesso > "09" or fs-arq-contato > "09"
              or fs-arq-carteira > "09"
              display "AMBE033 - erro ao recriar cadastros: "
                      ws-resultado-acesso " " fs-arq-contato " "
                      fs-arq-carteira
              close bkp-cadastro
              go to 200-99-fim
           end-if
           move space to ws-jornal-aberto
           open input arq-jornal
           if fs-arq-jornal < "10"
              set jornal-aberto to true
           else
              display "AMBE033 - arq-jornal indisponivel - so o "
                      "backup sera restaurado."
           end-if
           move space to ws-hist-aberto
           open input arq-cliente-hist
           if fs-arq-cliente-hist < "10"
              set hist-aberto to true
           end-if
           open output relat-recuperacao
           set abriu-ok to true
           move zeros to ws-qtd-clientes ws-qtd-contatos
                         ws-qtd-carteiras ws-qtd-erros
           perform 250-imprime-cabecalho thru 250-99-fim.
       200-99-fim. exit.

       250-imprime-cabecalho.
           move spaces to linha-relat-recuperacao
           string "RECUPERACAO DO CADASTRO - BACKUP " lb-bkp-cadastro
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           move ws-backup-data to ws-ed-data
           move ws-backup-hora to ws-ed-hora
           move ws-limite-data to ws-ed-data-limite
           move ws-limite-hora to ws-ed-hora-limite
           move spaces to linha-relat-recuperacao
           string "BACKUP DE " ws-ed-data " " ws-ed-hora
                  " - JORNAL REAPLICADO ATE " ws-ed-data-limite " "
                  ws-ed-hora-limite " - SUPERVISOR " ws-operador-id
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           move spaces to linha-relat-recuperacao
           string "CODIGO    SEQ OP DATA       HORA     "
                  "OPERADOR RESULTADO"
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao.
       250-99-fim. exit.

       300-restaura-backup.
           move spaces to ws-fim-arquivo
           perform test after until fim-arquivo
              read bkp-cadastro
              if fs-bkp-cadastro > "09"
                 set fim-arquivo to true
              else
                 evaluate true
                     when backup-contato
                         perform 310-restaura-contato thru 310-99-fim
                     when backup-carteira
                         perform 320-restaura-carteira
                                 thru 320-99-fim
                     when backup-cliente
                         perform 330-restaura-cliente thru 330-99-fim
                     when other
                         continue
                 end-evaluate
              end-if
           end-perform.
       300-99-fim. exit.

       310-restaura-contato.
           move backup-contato-REG to contato-REG
           write contato-REG
           if fs-arq-contato < "10"
              add 1 to ws-qtd-contatos
           else
              add 1 to ws-qtd-erros
              display "AMBE033 - erro ao restaurar contato "
                      contato-codigo " " contato-seq
                      " FileStatus " fs-arq-contato
           end-if.
       310-99-fim. exit.

       320-restaura-carteira.
           move backup-carteira-REG to carteira-REG
           write carteira-REG
           if fs-arq-carteira < "10"
              add 1 to ws-qtd-carteiras
           else
              add 1 to ws-qtd-erros
              display "AMBE033 - erro ao restaurar carteira "
                      carteira-vendedor " " carteira-cliente
                      " FileStatus " fs-arq-carteira
           end-if.
       320-99-fim. exit.

       330-restaura-cliente.
           move backup-cliente-REG to cliente-REG
           move backup-ultimo-seq  to ws-ultimo-seq
           if hist-aberto
              move cliente-codigo to cliente-codigo-hist
              read arq-cliente-hist ignore lock
              if fs-arq-cliente-hist < "10"
                 add 1 to ws-qtd-expurgados
                 perform 340-imprime-expurgado thru 340-99-fim
                 go to 330-99-fim
              end-if
           end-if
           write cliente-REG
           if ws-resultado-acesso > "09"
              add 1 to ws-qtd-erros
              display "AMBE033 - erro ao restaurar cliente "
                      cliente-codigo " FileStatus "
                      ws-resultado-acesso
              go to 330-99-fim
           end-if
           add 1 to ws-qtd-restaurados
           if jornal-aberto
              move cliente-codigo to ws-codigo-grupo
              perform 350-reaplica-cliente thru 350-99-fim
           end-if.
       330-99-fim. exit.

       340-imprime-expurgado.
           move cliente-codigo to ws-ed-codigo
           move spaces to linha-relat-recuperacao
           string ws-ed-codigo "           "
                  "EXPURGADO DEPOIS DO BACKUP - MANTIDO NO HISTORICO"
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao.
       340-99-fim. exit.

      *  Lancamentos do cliente restaurado, em ordem de sequencia.
       350-reaplica-cliente.
           move spaces to ws-fim-jornal
           initialize jornal-REG
           move ws-codigo-grupo to jornal-codigo
           move zeros           to jornal-seq
           start arq-jornal key is not less jornal-chave
           if fs-arq-jornal > "09"
              set fim-jornal to true
           end-if
           perform test after until fim-jornal
              read arq-jornal next record ignore lock
              if fs-arq-jornal > "09"
                 or jornal-codigo not = ws-codigo-grupo
                 set fim-jornal to true
              else
                 move jornal-data to ws-lanc-data
                 move jornal-hora to ws-lanc-hora
                 if jornal-seq > ws-ultimo-seq
                    or ws-lancamento > ws-backup-inicio
                    perform 360-avalia-lancamento thru 360-99-fim
                 end-if
              end-if
           end-perform.
       350-99-fim. exit.

       360-avalia-lancamento.
           if ws-lancamento > ws-limite
              add 1 to ws-qtd-apos-limite
           else
              perform 370-aplica-imagem thru 370-99-fim
           end-if.
       360-99-fim. exit.

       370-aplica-imagem.
           move jornal-imagem-atual to cliente-REG
           write cliente-REG
           if ws-resultado-acesso = "22"
              rewrite cliente-REG
           end-if
           if ws-resultado-acesso > "09"
              add 1 to ws-qtd-erros
              move spaces to ws-resultado
              string "ERRO - FILESTATUS " ws-resultado-acesso
                     delimited by size into ws-resultado
           else
              add 1 to ws-qtd-reaplicados
              move "REAPLICADO" to ws-resultado
              if jornal-op-exclusao or jornal-op-reativacao
                 perform 380-atualiza-contatos thru 380-99-fim
              end-if
           end-if
           perform 390-imprime-lancamento thru 390-99-fim.
       370-99-fim. exit.

      *  Exclusao e reativacao levam os contatos junto, como no
      *  AMBE001.
       380-atualiza-contatos.
           move spaces to ws-fim-contatos
           initialize contato-REG
           move cliente-codigo to contato-codigo
           move zeros          to contato-seq
           start arq-contato key is not less contato-chave
           if fs-arq-contato > "09"
              set fim-contatos to true
           end-if
           perform test after until fim-contatos
              read arq-contato next record
              if fs-arq-contato > "09"
                 or contato-codigo not = cliente-codigo
                 set fim-contatos to true
              else
                 if jornal-op-exclusao
                    set contato-inativo to true
                 else
                    if contato-dt-anonimizacao = zeros
                       set contato-ativo to true
                    end-if
                 end-if
                 rewrite contato-REG
              end-if
           end-perform.
       380-99-fim. exit.

       390-imprime-lancamento.
           move jornal-codigo to ws-ed-codigo
           move jornal-seq    to ws-ed-seq
           move jornal-data   to ws-ed-data
           move jornal-hora   to ws-ed-hora
           move spaces to linha-relat-recuperacao
           string ws-ed-codigo " " ws-ed-seq "  " jornal-operacao
                  " " ws-ed-data " " ws-ed-hora " "
                  jornal-operador " " ws-resultado
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao.
       390-99-fim. exit.

      *  Segunda passada no jornal: clientes incluidos depois do
      *  backup (ausentes do cadastro restaurado e do historico).
       400-clientes-novos.
           if not jornal-aberto
              go to 400-99-fim
           end-if
           move zeros  to ws-codigo-grupo
           move spaces to ws-fim-arquivo
           initialize jornal-REG
           start arq-jornal key is not less jornal-chave
           if fs-arq-jornal > "09"
              set fim-arquivo to true
           end-if
           perform test after until fim-arquivo
              read arq-jornal next record ignore lock
              if fs-arq-jornal > "09"
                 set fim-arquivo to true
              else
                 if jornal-codigo not = ws-codigo-grupo
                    perform 410-inicia-grupo thru 410-99-fim
                 end-if
                 if grupo-novo
                    move jornal-data to ws-lanc-data
                    move jornal-hora to ws-lanc-hora
                    if ws-lancamento not < ws-backup-inicio
                       perform 360-avalia-lancamento
                               thru 360-99-fim
                    end-if
                 end-if
              end-if
           end-perform.
       400-99-fim. exit.

       410-inicia-grupo.
           move jornal-codigo to ws-codigo-grupo
           set grupo-ignorado to true
           move jornal-codigo to cliente-codigo
           read arq-cliente ignore lock
           if ws-resultado-acesso < "10"
              go to 410-99-fim
           end-if
           if hist-aberto
              move jornal-codigo to cliente-codigo-hist
              read arq-cliente-hist ignore lock
              if fs-arq-cliente-hist < "10"
                 go to 410-99-fim
              end-if
           end-if
           set grupo-novo to true.
       410-99-fim. exit.

       500-fecha-arquivos.
           move spaces to linha-relat-recuperacao
           write linha-relat-recuperacao
           move spaces to linha-relat-recuperacao
           string "CLIENTES RESTAURADOS........: " ws-qtd-restaurados
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           move spaces to linha-relat-recuperacao
           string "CONTATOS RESTAURADOS........: " ws-qtd-contatos
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           move spaces to linha-relat-recuperacao
           string "CARTEIRAS RESTAURADAS.......: " ws-qtd-carteiras
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           move spaces to linha-relat-recuperacao
           string "EXPURGADOS DEPOIS DO BACKUP.: " ws-qtd-expurgados
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           move spaces to linha-relat-recuperacao
           string "LANCAMENTOS REAPLICADOS.....: " ws-qtd-reaplicados
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           move spaces to linha-relat-recuperacao
           string "LANCAMENTOS APOS O LIMITE...: " ws-qtd-apos-limite
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           move spaces to linha-relat-recuperacao
           string "ERROS.......................: " ws-qtd-erros
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           move spaces to linha-relat-recuperacao
           string "JORNAL NO BACKUP: " ws-ctl-jornal
                  " LANCAMENTOS, MAIOR JORNAL-SEQ " ws-ctl-maior-seq
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           move spaces to linha-relat-recuperacao
           string "CARTEIRAS E DADOS DE CONTATO SAO OS DO BACKUP "
                  "(FORA DO JORNAL) - CONFERIR ALTERACOES POSTERIORES"
                  delimited by size into linha-relat-recuperacao
           write linha-relat-recuperacao
           close bkp-cadastro
           close arq-cliente
           close arq-contato
           close arq-carteira
           if jornal-aberto
              close arq-jornal
           end-if
           if hist-aberto
              close arq-cliente-hist
           end-if
           close relat-recuperacao
           display "AMBE033 - clientes restaurados.: "
                   ws-qtd-restaurados
           display "AMBE033 - lancamentos reaplicados: "
                   ws-qtd-reaplicados
           display "AMBE033 - lancamentos apos limite: "
                   ws-qtd-apos-limite
           display "AMBE033 - erros................: " ws-qtd-erros.
       500-99-fim. exit.

       END PROGRAM AMBE033.
