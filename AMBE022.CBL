                      *  modo (C)orrigir aplica os acertos seguros    *
                      *  (remove trava orfa/vencida e alinha o status *
                      *  do contato ao do cliente) gravando o jornal. *
                      *  Com fmt-integridade = CSV gera tambem o      *
                      *  arquivo separado por delimitador             *
                      *  (lb-csv-integridade), uma linha por excecao  *
                      *  com o acerto aplicado, sem totais (AMBE506). *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-integridade.

           SELECT csv-integridade ASSIGN TO lb-csv-integridade
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-csv-integridade.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-cliente
       FD  relat-integridade.
       01  linha-relat-integridade               pic x(132).

       FD  csv-integridade.
       01  linha-csv-integridade                 pic x(300).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 ws-resultado-acesso   pic  x(002) value "00".
              88 modo-corrigir          value "C".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".
           05 fs-csv-integridade    pic  x(002) value spaces.
           05 lb-csv-integridade    pic  x(050) value spaces.
           05 ws-csv                pic  x(001) value space.
              88 csv-ativo              value "S".
           05 ws-fim-contatos       pic  x(001) value space.
              88 fim-contatos           value "S".
           05 ws-fim-clientes       pic  x(001) value space.
           05 ws-imagem-anterior    pic  x(200) value spaces.
           05 ws-imagem-atual       pic  x(200) value spaces.
           05 ws-codigo-jornal      pic  9(007) value zeros.
       01  AREAS-CSV.
           05 ws-csv-ocorrencia     pic  x(020) value spaces.
           05 ws-csv-seq            pic  x(003) value spaces.
           05 ws-csv-detalhe        pic  x(040) value spaces.
           05 ws-csv-nome           pic  x(040) value spaces.
           05 ws-csv-acao           pic  x(020) value spaces.
       COPY LKAMBE502.
       COPY LKAMBE503.
       COPY LKAMBE506.

       PROCEDURE DIVISION.
       000-INICIO.
              set parametros-erro to true
              display "AMBE022 - parametro lb-relat-integridade "
                      "ausente em arq-parametros"
           end-if
           if parametros-ok
              perform 008-prepara-csv thru 008-99-fim
           end-if.
       005-99-fim. exit.

       008-prepara-csv.
           move space to ws-csv
           initialize lk-ambe506
           set link-ambe506-prepara to true
           move "integridade" to lk-ambe506-relatorio
           call 'AMBE506' using lk-ambe506
           if lk-ambe506-gera-csv
              move lk-ambe506-caminho to lb-csv-integridade
              set csv-ativo to true
           end-if.
       008-99-fim. exit.

       010-aceita-modo.
           move space to ws-modo
           perform test after
              go to 020-99-fim
           end-if
           open output relat-integridade
           if csv-ativo
              perform 080-abre-csv thru 080-99-fim
           end-if
           set abriu-ok to true
           move spaces to linha-relat-integridade
           string "VERIFICACAO DE INTEGRIDADE DOS ARQUIVOS - MODO "
           write linha-relat-integridade.
       020-99-fim. exit.

       080-abre-csv.
           open output csv-integridade
           if fs-csv-integridade > "09"
              display "AMBE022 - erro ao abrir " lb-csv-integridade
                      ": " fs-csv-integridade
              move space to ws-csv
              go to 080-99-fim
           end-if
           perform 090-nova-linha-csv thru 090-99-fim
           move "OCORRENCIA"      to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "CODIGO"          to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "SEQ"             to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "DETALHE"         to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "NOME"            to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move "ACAO"            to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           perform 098-grava-csv thru 098-99-fim.
       080-99-fim. exit.

       085-detalhe-csv.
           perform 090-nova-linha-csv thru 090-99-fim
           move ws-csv-ocorrencia to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-ed-codigo      to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-csv-seq        to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-csv-detalhe    to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-csv-nome       to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           move ws-csv-acao       to lk-ambe506-valor
           perform 095-campo-csv thru 095-99-fim
           perform 098-grava-csv thru 098-99-fim.
       085-99-fim. exit.

       090-nova-linha-csv.
           set link-ambe506-nova-linha to true
           call 'AMBE506' using lk-ambe506.
       090-99-fim. exit.

       095-campo-csv.
           set link-ambe506-campo to true
           call 'AMBE506' using lk-ambe506.
       095-99-fim. exit.

       098-grava-csv.
           move lk-ambe506-linha to linha-csv-integridade
           write linha-csv-integridade.
       098-99-fim. exit.

      *  Secao 1 - varre arq-contato contra arq-cliente: contato
      *  sem cliente (orfao, so reportado) e contato com status
      *  desalinhado do cliente (alinhado no modo corrigir, como o
                     " " contato-nome
                     delimited by size into linha-relat-integridade
              write linha-relat-integridade
              if csv-ativo
                 move "CONTATO ORFAO" to ws-csv-ocorrencia
                 move ws-ed-seq       to ws-csv-seq
                 move spaces          to ws-csv-detalhe ws-csv-acao
                 move contato-nome    to ws-csv-nome
                 perform 085-detalhe-csv thru 085-99-fim
              end-if
              go to 110-99-fim
           end-if
      *  Contato anonimizado (LGPD) fica inativo de proposito, mesmo
      *  com o cliente ativo; nao e desalinhamento.
           if contato-dt-anonimizacao > zeros
              go to 110-99-fim
           end-if
           if (cliente-ativo and contato-inativo)
                     " " contato-nome
                     delimited by size into linha-relat-integridade
              write linha-relat-integridade
              move "STATUS DESALINHADO" to ws-csv-ocorrencia
              move ws-ed-seq            to ws-csv-seq
              move spaces               to ws-csv-detalhe ws-csv-acao
              string "CLIENTE " cliente-status
                     " CONTATO " contato-status
                     delimited by size into ws-csv-detalhe
              move contato-nome         to ws-csv-nome
              if modo-corrigir
                 perform 120-alinha-contato thru 120-99-fim
              end-if
              if csv-ativo
                 perform 085-detalhe-csv thru 085-99-fim
              end-if
           end-if.
       110-99-fim. exit.

              string "    -> CONTATO ALINHADO AO STATUS DO CLIENTE"
                     delimited by size into linha-relat-integridade
              write linha-relat-integridade
              move "ALINHADO" to ws-csv-acao
              move cliente-codigo to ws-codigo-jornal
              move cliente-REG    to ws-imagem-anterior
              move cliente-REG    to ws-imagem-atual
                     fs-arq-contato
                     delimited by size into linha-relat-integridade
              write linha-relat-integridade
              string "ERRO FileStatus " fs-arq-contato
                     delimited by size into ws-csv-acao
           end-if.
       120-99-fim. exit.

                     " " cliente-razao
                     delimited by size into linha-relat-integridade
              write linha-relat-integridade
              if csv-ativo
                 move "MUNICIPIO INVALIDO" to ws-csv-ocorrencia
                 move spaces        to ws-csv-seq ws-csv-detalhe
                                       ws-csv-acao
                 string "MUNICIPIO " cliente-municipio
                        delimited by size into ws-csv-detalhe
                 move cliente-razao to ws-csv-nome
                 perform 085-detalhe-csv thru 085-99-fim
              end-if
           end-if.
       210-99-fim. exit.

                     " DESDE " trava-data " " trava-hora
                     delimited by size into linha-relat-integridade
              write linha-relat-integridade
              move "TRAVA ORFA" to ws-csv-ocorrencia
              perform 330-monta-trava-csv thru 330-99-fim
              move spaces       to ws-csv-nome
              if modo-corrigir
                 move spaces to ws-imagem-anterior ws-imagem-atual
                 perform 320-remove-trava thru 320-99-fim
              end-if
              if csv-ativo
                 perform 085-detalhe-csv thru 085-99-fim
              end-if
              go to 310-99-fim
           end-if
           if trava-data < ws-data-hoje
                     " DESDE " trava-data " " trava-hora
                     delimited by size into linha-relat-integridade
              write linha-relat-integridade
              move "TRAVA VENCIDA" to ws-csv-ocorrencia
              perform 330-monta-trava-csv thru 330-99-fim
              move cliente-razao   to ws-csv-nome
              if modo-corrigir
                 move cliente-REG to ws-imagem-anterior
                 move cliente-REG to ws-imagem-atual
                 perform 320-remove-trava thru 320-99-fim
              end-if
              if csv-ativo
                 perform 085-detalhe-csv thru 085-99-fim
              end-if
           end-if.
       310-99-fim. exit.

              string "    -> TRAVA REMOVIDA"
                     delimited by size into linha-relat-integridade
              write linha-relat-integridade
              move "REMOVIDA" to ws-csv-acao
              move trava-codigo to ws-codigo-jornal
              perform 800-grava-jornal thru 800-99-fim
           else
                     fs-arq-trava
                     delimited by size into linha-relat-integridade
              write linha-relat-integridade
              string "ERRO FileStatus " fs-arq-trava
                     delimited by size into ws-csv-acao
           end-if.
       320-99-fim. exit.

       330-monta-trava-csv.
           move spaces to ws-csv-seq ws-csv-detalhe ws-csv-acao
           string "OPERADOR " trava-operador
                  " DESDE " trava-data " " trava-hora
                  delimited by size into ws-csv-detalhe.
       330-99-fim. exit.

       400-imprime-rodape.
           move spaces to linha-relat-integridade
           write linha-relat-integridade
           close arq-municipio
           close arq-trava
           close relat-integridade
           if csv-ativo
              close csv-integridade
           end-if
           display "AMBE022 - contatos orfaos......: "
                   ws-qtd-contatos-orfaos
           display "AMBE022 - status desalinhados..: "
