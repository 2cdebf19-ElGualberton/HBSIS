       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE032.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Backup do cadastro: copia arq-contato,       *
                      *  arq-carteira e arq-cliente para um arquivo   *
                      *  sequencial (lb-bkp-cadastro, datado pelo     *
                      *  AMBE503), com cabecalho de data/hora e       *
                      *  registro de controle com as quantidades     *
                      *  gravadas e o ultimo jornal-seq. Cada cliente *
                      *  leva o ultimo jornal-seq dele, ponto de      *
                      *  partida da recuperacao do AMBE033.           *
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

           SELECT bkp-cadastro ASSIGN TO lb-bkp-cadastro
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-bkp-cadastro.

       DATA DIVISION.
       FILE SECTION.
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

       FD  bkp-cadastro.
       COPY CPBACKUP.

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 fs-arq-contato        pic  x(002) value spaces.
           05 wid-arq-contato       pic  x(050) value "arq-contato".
           05 fs-arq-carteira       pic  x(002) value spaces.
           05 wid-arq-carteira      pic  x(050) value "arq-carteira".
           05 fs-arq-jornal         pic  x(002) value spaces.
           05 wid-arq-jornal        pic  x(050) value "arq-jornal".
           05 fs-bkp-cadastro       pic  x(002) value spaces.
           05 lb-bkp-cadastro       pic  x(050) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 ws-jornal-aberto      pic  x(001) value space.
              88 jornal-aberto          value "S".
           05 ws-fim-arquivo        pic  x(001) value space.
              88 fim-arquivo            value "S".
           05 wx-finalizado         pic  x(001) value space.
              88 sucesso                value "S".
              88 com-erro               value "E".
           05 ws-ultimo-seq         pic  9(005) value zeros.
           05 ws-qtd-clientes       pic  9(006) value zeros.
           05 ws-qtd-contatos       pic  9(006) value zeros.
           05 ws-qtd-carteiras      pic  9(006) value zeros.
           05 ws-qtd-jornal         pic  9(006) value zeros.
           05 ws-maior-seq          pic  9(005) value zeros.
       COPY LKAMBE503.

       PROCEDURE DIVISION.
       000-INICIO.
           perform 005-le-parametros thru 005-99-fim
           if parametros-erro
              GO TO 000-99-FIM
           end-if
           perform 010-abre-arquivos thru 010-99-fim
           if abriu-ok
              set sucesso to true
              perform 100-grava-cabecalho thru 100-99-fim
              perform 200-copia-contatos  thru 200-99-fim
              perform 300-copia-carteiras thru 300-99-fim
              perform 400-copia-clientes  thru 400-99-fim
              perform 450-conta-jornal    thru 450-99-fim
              perform 480-grava-controle  thru 480-99-fim
              perform 500-fecha-arquivos  thru 500-99-fim
           end-if.
       000-99-FIM.
           GOBACK.

       005-le-parametros.
           set parametros-ok to true
           initialize lk-ambe503
           set link-ambe503-ler-relat to true
           move "lb-bkp-cadastro" to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if link-ambe503-ok
              move lk-ambe503-valor to lb-bkp-cadastro
           else
              set parametros-erro to true
              display "AMBE032 - parametro lb-bkp-cadastro "
                      "ausente em arq-parametros"
           end-if.
       005-99-fim. exit.

       010-abre-arquivos.
           move space to ws-status-abertura
           open input arq-cliente
           if ws-resultado-acesso > "09"
              display "AMBE032 - erro ao abrir arq-cliente: "
                      ws-resultado-acesso
              go to 010-99-fim
           end-if
           open input arq-contato
           if fs-arq-contato > "09"
              display "AMBE032 - erro ao abrir arq-contato: "
                      fs-arq-contato
              close arq-cliente
              go to 010-99-fim
           end-if
           open input arq-carteira
           if fs-arq-carteira > "09"
              display "AMBE032 - erro ao abrir arq-carteira: "
                      fs-arq-carteira
              close arq-cliente
              close arq-contato
              go to 010-99-fim
           end-if
      *    Sem jornal (instalacao nova ou recem arquivado) o backup
      *    sai com jornal-seq zerado em todos os clientes.
           move space to ws-jornal-aberto
           open input arq-jornal
           if fs-arq-jornal < "10"
              set jornal-aberto to true
           end-if
           open output bkp-cadastro
           if fs-bkp-cadastro > "09"
              display "AMBE032 - erro ao criar " lb-bkp-cadastro
                      ": " fs-bkp-cadastro
              close arq-cliente
              close arq-contato
              close arq-carteira
              if jornal-aberto
                 close arq-jornal
              end-if
              go to 010-99-fim
           end-if
           set abriu-ok to true.
       010-99-fim. exit.

       100-grava-cabecalho.
           initialize backup-REG
           set backup-cabecalho to true
           move function current-date(1:8) to backup-data
           move function current-date(9:6) to backup-hora
           move "AMBE032"                  to backup-programa
           perform 900-grava-backup thru 900-99-fim.
       100-99-fim. exit.

       200-copia-contatos.
           move spaces to ws-fim-arquivo
           initialize contato-REG
           start arq-contato key is not less contato-chave
           if fs-arq-contato > "09"
              set fim-arquivo to true
           end-if
           perform test after until fim-arquivo
              read arq-contato next record ignore lock
              if fs-arq-contato > "09"
                 set fim-arquivo to true
              else
                 initialize backup-REG
                 set backup-contato to true
                 move contato-REG to backup-contato-REG
                 perform 900-grava-backup thru 900-99-fim
                 add 1 to ws-qtd-contatos
              end-if
           end-perform.
       200-99-fim. exit.

       300-copia-carteiras.
           move spaces to ws-fim-arquivo
           initialize carteira-REG
           start arq-carteira key is not less carteira-chave
           if fs-arq-carteira > "09"
              set fim-arquivo to true
           end-if
           perform test after until fim-arquivo
              read arq-carteira next record ignore lock
              if fs-arq-carteira > "09"
                 set fim-arquivo to true
              else
                 initialize backup-REG
                 set backup-carteira to true
                 move carteira-REG to backup-carteira-REG
                 perform 900-grava-backup thru 900-99-fim
                 add 1 to ws-qtd-carteiras
              end-if
           end-perform.
       300-99-fim. exit.

       400-copia-clientes.
           move spaces to ws-fim-arquivo
           initialize cliente-REG
           move zeros to cliente-codigo
           start arq-cliente key is not less cliente-chave
           if ws-resultado-acesso > "09"
              set fim-arquivo to true
           end-if
           perform test after until fim-arquivo
              read arq-cliente next record ignore lock
              if ws-resultado-acesso > "09"
                 set fim-arquivo to true
              else
                 perform 410-ultimo-seq-cliente thru 410-99-fim
                 initialize backup-REG
                 set backup-cliente to true
                 move cliente-REG   to backup-cliente-REG
                 move ws-ultimo-seq to backup-ultimo-seq
                 perform 900-grava-backup thru 900-99-fim
                 add 1 to ws-qtd-clientes
              end-if
           end-perform.
       400-99-fim. exit.

      *  Mesmo posicionamento do AMBE502 para achar a ultima
      *  sequencia do cliente no jornal.
       410-ultimo-seq-cliente.
           move zeros to ws-ultimo-seq
           if not jornal-aberto
              go to 410-99-fim
           end-if
           move cliente-codigo to jornal-codigo
           move 99999          to jornal-seq
           start arq-jornal key is not greater jornal-chave
           if fs-arq-jornal < "10"
              read arq-jornal previous record ignore lock
              if fs-arq-jornal < "10"
                 and jornal-codigo = cliente-codigo
                 move jornal-seq to ws-ultimo-seq
              end-if
           end-if.
       410-99-fim. exit.

       450-conta-jornal.
           if not jornal-aberto
              go to 450-99-fim
           end-if
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
                 add 1 to ws-qtd-jornal
                 if jornal-seq > ws-maior-seq
                    move jornal-seq to ws-maior-seq
                 end-if
              end-if
           end-perform.
       450-99-fim. exit.

       480-grava-controle.
           initialize backup-REG
           set backup-controle to true
           move ws-qtd-clientes  to backup-qtd-clientes
           move ws-qtd-contatos  to backup-qtd-contatos
           move ws-qtd-carteiras to backup-qtd-carteiras
           move ws-qtd-jornal    to backup-qtd-jornal
           move ws-maior-seq     to backup-maior-seq
           perform 900-grava-backup thru 900-99-fim.
       480-99-fim. exit.

       500-fecha-arquivos.
           close arq-cliente
           close arq-contato
           close arq-carteira
           if jornal-aberto
              close arq-jornal
           end-if
           close bkp-cadastro
           if com-erro
              display "AMBE032 - backup com erro de gravacao - "
                      "nao utilizar: " lb-bkp-cadastro
           else
              display "AMBE032 - backup gravado em " lb-bkp-cadastro
           end-if
           display "AMBE032 - clientes........: " ws-qtd-clientes
           display "AMBE032 - contatos........: " ws-qtd-contatos
           display "AMBE032 - carteiras.......: " ws-qtd-carteiras
           display "AMBE032 - lancamentos jornal: " ws-qtd-jornal
           display "AMBE032 - maior jornal-seq: " ws-maior-seq.
       500-99-fim. exit.

       900-grava-backup.
           write backup-REG
           if fs-bkp-cadastro > "09"
              if sucesso
                 display "AMBE032 - erro ao gravar backup: "
                         fs-bkp-cadastro
              end-if
              set com-erro to true
           end-if.
       900-99-fim. exit.

       END PROGRAM AMBE032.
