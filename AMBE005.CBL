                      *  exportacao bem-sucedida (ctrl-export), com   *
                      *  a operacao I/A/E/R na frente do registro     *
                      *  para o destino saber o que fazer.            *
                      *  Cada cliente sai com o codigo do grupo       *
                      *  economico da sua raiz de CNPJ (zero = sem    *
                      *  grupo) para o ERP montar a hierarquia.       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  lock mode            is manual
                  file status          is fs-arq-jornal.

           select arq-grupo-cnpj assign to disk wid-arq-grupo-cnpj
                  organization         is indexed
                  access mode          is dynamic
                  record key           is grupocnpj-chave
                  ALTERNATE RECORD KEY IS grupocnpj-grupo
                                          WITH DUPLICATES
                  lock mode            is manual
                  file status          is fs-arq-grupo-cnpj.

           SELECT export-cliente ASSIGN TO lb-export-cliente
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           VALUE OF FILE-ID IS wid-arq-jornal.
       COPY CPJORNAL.

       FD  arq-grupo-cnpj
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-grupo-cnpj.
       COPY CPGRUPOCNPJ.

       FD  export-cliente.
       01  reg-export-cliente.
           05 exp-codigo              PIC  9(007).
           05 exp-cnpj                 PIC  X(014).
           05 exp-latitude              PIC  S9(003)V9(008).
           05 exp-longitude             PIC  S9(003)V9(008).
           05 exp-grupo                PIC  9(005).
       01  reg-export-delta.
           05 exp-d-operacao          PIC  X(001).
           05 exp-d-codigo            PIC  9(007).
           05 exp-d-cnpj               PIC  X(014).
           05 exp-d-latitude            PIC  S9(003)V9(008).
           05 exp-d-longitude           PIC  S9(003)V9(008).
           05 exp-d-grupo              PIC  9(005).

       FD  ctrl-export.
       01  reg-ctrl-export.
           05 wid-arq-cliente          pic  x(050) value "arq-cliente".
           05 fs-arq-jornal            pic  x(002) value spaces.
           05 wid-arq-jornal           pic  x(050) value "arq-jornal".
           05 fs-arq-grupo-cnpj        pic  x(002) value spaces.
           05 wid-arq-grupo-cnpj       pic  x(050)
                                       value "arq-grupo-cnpj".
           05 ws-status-grupos         pic  x(001) value space.
              88 abriu-grupos              value "S".
           05 ws-grupo-exportado       pic  9(005) value zeros.
           05 fs-export-cliente        pic  x(002) value spaces.
           05 lb-export-cliente        pic  x(050) value spaces.
           05 fs-ctrl-export           pic  x(002) value spaces.
                      ws-resultado-acesso
           else
              open output export-cliente
              perform 040-abre-grupos thru 040-99-fim
              set abriu-ok to true
              move zeros to ws-qtd-exportados
           end-if.
              move cliente-cnpj       to exp-cnpj
              move cliente-latitude   to exp-latitude
              move cliente-longitude  to exp-longitude
              perform 045-busca-grupo thru 045-99-fim
              move ws-grupo-exportado to exp-grupo
              write reg-export-cliente
              add 1 to ws-qtd-exportados
              read arq-cliente next record ignore lock
       030-fecha-arquivos.
           close arq-cliente
           close export-cliente
           if abriu-grupos
              close arq-grupo-cnpj
           end-if
           display "AMBE005 - registros exportados: " ws-qtd-exportados.
       030-99-fim. exit.

      *  Sem arq-grupo-cnpj (nenhum grupo cadastrado ainda) todos
      *  os clientes saem com grupo zero.
       040-abre-grupos.
           move space to ws-status-grupos
           open input arq-grupo-cnpj
           if fs-arq-grupo-cnpj < "10"
              set abriu-grupos to true
           end-if.
       040-99-fim. exit.

       045-busca-grupo.
           move zeros to ws-grupo-exportado
           if abriu-grupos
              move cliente-cnpj-empresa to grupocnpj-cnpj-empresa
              read arq-grupo-cnpj ignore lock
              if fs-arq-grupo-cnpj < "10"
                 move grupocnpj-grupo to ws-grupo-exportado
              end-if
           end-if.
       045-99-fim. exit.

      *  A marca d'agua e a data/hora do inicio da rodada - o que
      *  for gravado durante a exportacao entra no proximo delta.
      *  Carga cheia tambem avanca a marca: depois dela o destino
              go to 100-99-fim
           end-if
           open output export-cliente
           perform 040-abre-grupos thru 040-99-fim
           move zeros to ws-qtd-exportados
           perform varying ws-i from 1 by 1
                   until ws-i > ws-qtd-movimentados
           end-perform
           close arq-cliente
           close export-cliente
           if abriu-grupos
              close arq-grupo-cnpj
           end-if
           move ws-nova-marca-data to ctrl-exp-data
           move ws-nova-marca-hora to ctrl-exp-hora
           rewrite reg-ctrl-export
              move cliente-cnpj      to exp-d-cnpj
              move cliente-latitude  to exp-d-latitude
              move cliente-longitude to exp-d-longitude
              perform 045-busca-grupo thru 045-99-fim
              move ws-grupo-exportado to exp-d-grupo
           else
      *  Cliente ja expurgado do arquivo vivo: sai so o codigo com
      *  a operacao, o bastante para o destino excluir.
              move spaces to exp-d-razao exp-d-cnpj
              move zeros  to exp-d-latitude exp-d-longitude
                             exp-d-grupo
           end-if
           write reg-export-delta
           add 1 to ws-qtd-exportados
