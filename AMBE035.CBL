       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE035.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Relatorio do titular (LGPD): tudo o que o    *
                      *  cadastro guarda sobre uma pessoa, procurada  *
                      *  por nome, e-mail ou telefone, em arq-contato *
                      *  (com consentimento e anonimizacao) e no      *
                      *  historico do AMBE007 (arq-jornal vivo e      *
                      *  arquivos anuais arq-jornal-AAAA do AMBE021). *
                      *  Exige operador identificado, que sai no      *
                      *  cabecalho do relatorio.                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select arq-contato assign to disk wid-arq-contato
                  organization         is indexed
                  access mode          is dynamic
                  record key           is contato-chave
                  lock mode            is manual
                  file status          is fs-arq-contato.

           select arq-jornal assign to disk wid-arq-jornal
                  organization         is indexed
                  access mode          is dynamic
                  record key           is jornal-chave
                  lock mode            is manual
                  file status          is ws-resultado-acesso.

           select arq-jornal-ano assign to disk wid-arq-jornal-ano
                  organization         is indexed
                  access mode          is dynamic
                  record key           is jornal-chave-ano
                  lock mode            is manual
                  file status          is fs-arq-jornal-ano.

           SELECT relat-titular ASSIGN TO lb-relat-titular
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS fs-relat-titular.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-contato
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-contato.
       COPY CPCONTATO.

       FD  arq-jornal
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-jornal.
       COPY CPJORNAL.

      *  Jornal arquivado por ano pelo AMBE021, mesmo layout de
      *  CPJORNAL; o registro lido e movido para jornal-REG.
       FD  arq-jornal-ano
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-jornal-ano.
       01  jornal-reg-ano.
           05 jornal-chave-ano.
              10 jornal-codigo-ano  PIC  9(007).
              10 jornal-seq-ano     PIC  9(005).
           05 filler                PIC  X(423).

       FD  relat-titular.
       01  linha-relat-titular                   pic x(132).

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-jornal        pic  x(050) value "arq-jornal".
           05 fs-arq-jornal-ano     pic  x(002) value spaces.
           05 wid-arq-jornal-ano    pic  x(050) value spaces.
           05 fs-arq-contato        pic  x(002) value spaces.
           05 wid-arq-contato       pic  x(050) value "arq-contato".
           05 fs-relat-titular      pic  x(002) value spaces.
           05 lb-relat-titular      pic  x(050) value spaces.
           05 ws-parametros         pic  x(001) value space.
              88 parametros-ok          value "S".
              88 parametros-erro        value "E".
           05 ws-tipo-busca         pic  x(001) value space.
              88 busca-nome             value "N".
              88 busca-email            value "E".
              88 busca-telefone         value "T".
           05 ws-termo              pic  x(040) value spaces.
           05 ws-tam-termo          pic  9(003) value zeros.
           05 ws-ano-de             pic  9(004) value zeros.
           05 ws-ano-ate            pic  9(004) value zeros.
           05 ws-ano-atual          pic  9(004) value zeros.
           05 ws-origem             pic  x(004) value spaces.
           05 ws-fim-contatos       pic  x(001) value space.
              88 fim-contatos           value "S".
           05 ws-fim-jornal         pic  x(001) value space.
              88 fim-jornal             value "S".
           05 ws-ocorrencias        pic  9(004) value zeros.
           05 ws-ix                 pic  9(003) value zeros.
           05 ws-qtd-contatos       pic  9(006) value zeros.
           05 ws-qtd-jornal         pic  9(006) value zeros.
           05 ws-qtd-anos           pic  9(004) value zeros.
      *  Campos de comparacao: nome e e-mail em maiusculas; telefone
      *  so com os digitos, para achar "(47) 3333-0000" a partir de
      *  "4733330000".
       01  AREAS-BUSCA.
           05 ws-campo-busca        pic  x(400) value spaces.
           05 ws-digitos-origem     pic  x(040) value spaces.
           05 ws-digitos            pic  x(040) value spaces.
           05 ws-tam-digitos        pic  9(003) value zeros.
       01  AREAS-EDICAO.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-seq             pic  ZZ9.
           05 ws-ed-seq-jornal      pic  ZZZZ9.
           05 ws-ed-data            pic  9999/99/99.
           05 ws-ed-data-anonim     pic  9999/99/99.
      *  Imagem de cliente gravada no jornal, aberta no layout
      *  vigente de CPCLIENTE para identificar o registro.
       01  WS-IMAGEM-JORNAL.
           05 ws-img-codigo         pic  x(007).
           05 ws-img-razao          pic  x(040).
           05 ws-img-cnpj           pic  x(014).
           05 filler                pic  x(139).
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
           perform 003-identifica-operador thru 003-99-fim
           if acesso-negado
              GO TO 000-99-FIM
           end-if
           perform 005-le-parametros thru 005-99-fim
           if parametros-erro
              GO TO 000-99-FIM
           end-if
           perform 010-aceita-busca thru 010-99-fim
           open output relat-titular
           if fs-relat-titular > "09"
              display "AMBE035 - erro ao abrir " lb-relat-titular
                      ": " fs-relat-titular
              GO TO 000-99-FIM
           end-if
           perform 050-imprime-cabecalho  thru 050-99-fim
           perform 100-busca-contatos     thru 100-99-fim
           perform 200-busca-jornal       thru 200-99-fim
           perform 400-imprime-rodape     thru 400-99-fim
           close relat-titular
           display "AMBE035 - contatos encontrados.: " ws-qtd-contatos
           display "AMBE035 - entradas no jornal...: " ws-qtd-jornal.
       000-99-FIM.
           GOBACK.

      *  Qualquer operador cadastrado emite; o relatorio expoe dado
      *  pessoal e fica identificado com quem o pediu.
       003-identifica-operador.
           set acesso-negado to true
           display "AMBE035 - operador: "
           accept ws-operador-id
           move function upper-case(ws-operador-id)
             to ws-operador-id
           display "AMBE035 - senha: "
           accept ws-operador-senha
           initialize lk-ambe504
           set link-ambe504-validar to true
           move ws-operador-id    to lk-ambe504-id
           move ws-operador-senha to lk-ambe504-senha
           call 'AMBE504' using lk-ambe504
           if link-ambe504-ok
              set acesso-liberado to true
           else
              display "AMBE035 - operador ou senha invalidos."
           end-if.
       003-99-fim. exit.

       005-le-parametros.
           set parametros-ok to true
           initialize lk-ambe503
           set link-ambe503-ler-relat to true
           move "lb-relat-titular" to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if link-ambe503-ok
              move lk-ambe503-valor to lb-relat-titular
           else
              set parametros-erro to true
              display "AMBE035 - parametro lb-relat-titular "
                      "ausente em arq-parametros"
           end-if.
       005-99-fim. exit.

       010-aceita-busca.
           move space to ws-tipo-busca
           perform test after
                   until busca-nome or busca-email or busca-telefone
              display "AMBE035 - buscar por (N)ome, (E)-mail ou "
                      "(T)elefone? "
              accept ws-tipo-busca
              move function upper-case(ws-tipo-busca)
                to ws-tipo-busca
           end-perform
           move zeros to ws-tam-termo
           perform test after until ws-tam-termo > zeros
              display "AMBE035 - dado do titular: "
              accept ws-termo
              move function upper-case(ws-termo) to ws-termo
              if busca-telefone
                 move ws-termo to ws-digitos-origem
                 perform 150-extrai-digitos thru 150-99-fim
                 move ws-digitos to ws-termo
              end-if
              perform 015-mede-termo thru 015-99-fim
           end-perform
           display "AMBE035 - arquivo do jornal a partir do ano "
                   "(0 = somente o jornal vivo): "
           accept ws-ano-de
           move function current-date(1:4) to ws-ano-ate.
       010-99-fim. exit.

       015-mede-termo.
           perform varying ws-tam-termo from 40 by -1
                   until ws-tam-termo = zeros
                      or ws-termo(ws-tam-termo:1) not = space
              continue
           end-perform.
       015-99-fim. exit.

       050-imprime-cabecalho.
           move spaces to linha-relat-titular
           string "RELATORIO DO TITULAR DE DADOS PESSOAIS (LGPD) - "
                  "EMITIDO EM " function current-date(1:8)
                  " POR " ws-operador-id
                  delimited by size into linha-relat-titular
           write linha-relat-titular
           move spaces to linha-relat-titular
           evaluate true
               when busca-nome
                   string "BUSCA POR NOME....: " ws-termo
                          delimited by size into linha-relat-titular
               when busca-email
                   string "BUSCA POR E-MAIL..: " ws-termo
                          delimited by size into linha-relat-titular
               when other
                   string "BUSCA POR TELEFONE: " ws-termo
                          delimited by size into linha-relat-titular
           end-evaluate
           write linha-relat-titular.
       050-99-fim. exit.

       100-busca-contatos.
           move spaces to linha-relat-titular
           write linha-relat-titular
           move spaces to linha-relat-titular
           string "SECAO 1 - CONTATOS (ARQ-CONTATO)"
                  delimited by size into linha-relat-titular
           write linha-relat-titular
           move spaces to linha-relat-titular
           string "CODIGO SEQ NOME                                     "
                  "TELEFONE        E-MAIL"
                  delimited by size into linha-relat-titular
           write linha-relat-titular
           open input arq-contato
           if fs-arq-contato > "09"
              move spaces to linha-relat-titular
              string "  ARQ-CONTATO INDISPONIVEL - FileStatus "
                     fs-arq-contato
                     delimited by size into linha-relat-titular
              write linha-relat-titular
              go to 100-99-fim
           end-if
           move spaces to ws-fim-contatos
           perform 110-avalia-contato thru 110-99-fim
                   until fim-contatos
           close arq-contato
           if ws-qtd-contatos = zeros
              move spaces to linha-relat-titular
              string "  NADA CONSTA EM ARQ-CONTATO"
                     delimited by size into linha-relat-titular
              write linha-relat-titular
           end-if.
       100-99-fim. exit.

       110-avalia-contato.
           read arq-contato next record ignore lock
           if fs-arq-contato > "09"
              set fim-contatos to true
              go to 110-99-fim
           end-if
           move spaces to ws-campo-busca
           evaluate true
               when busca-nome
                   move function upper-case(contato-nome)
                     to ws-campo-busca
               when busca-email
                   move function upper-case(contato-email)
                     to ws-campo-busca
               when other
                   move contato-telefone to ws-digitos-origem
                   perform 150-extrai-digitos thru 150-99-fim
                   move ws-digitos to ws-campo-busca
           end-evaluate
           move zeros to ws-ocorrencias
           inspect ws-campo-busca tallying ws-ocorrencias
                   for all ws-termo(1:ws-tam-termo)
           if ws-ocorrencias > zeros
              add 1 to ws-qtd-contatos
              perform 120-imprime-contato thru 120-99-fim
           end-if.
       110-99-fim. exit.

       120-imprime-contato.
           move contato-codigo to ws-ed-codigo
           move contato-seq    to ws-ed-seq
           move spaces to linha-relat-titular
           string ws-ed-codigo       " "
                  ws-ed-seq          " "
                  contato-nome       " "
                  contato-telefone   " "
                  contato-email      " "
                  contato-status
                  delimited by size into linha-relat-titular
           write linha-relat-titular
           move contato-dt-consentimento to ws-ed-data
           move spaces to linha-relat-titular
           string "           FUNCAO: "    contato-funcao
                  " CONSENTIMENTO: "      contato-consentimento
                  " EM "                  ws-ed-data
                  " FINALIDADE: "         contato-finalidade
                  delimited by size into linha-relat-titular
           write linha-relat-titular
           if contato-dt-anonimizacao > zeros
              move contato-dt-anonimizacao to ws-ed-data-anonim
              move spaces to linha-relat-titular
              string "           ANONIMIZADO EM " ws-ed-data-anonim
                     " POR " contato-operador-anonim
                     delimited by size into linha-relat-titular
              write linha-relat-titular
           end-if.
       120-99-fim. exit.

       150-extrai-digitos.
           move spaces to ws-digitos
           move zeros  to ws-tam-digitos
           perform varying ws-ix from 1 by 1 until ws-ix > 40
              if ws-digitos-origem(ws-ix:1) numeric
                 add 1 to ws-tam-digitos
                 move ws-digitos-origem(ws-ix:1)
                   to ws-digitos(ws-tam-digitos:1)
              end-if
           end-perform.
       150-99-fim. exit.

      *  Historico do AMBE007: o jornal guarda imagens de cliente;
      *  o titular aparece quando o dado esta na razao social ou no
      *  endereco (empresario individual, por exemplo).
       200-busca-jornal.
           move spaces to linha-relat-titular
           write linha-relat-titular
           move spaces to linha-relat-titular
           string "SECAO 2 - HISTORICO DO CADASTRO (ARQ-JORNAL)"
                  delimited by size into linha-relat-titular
           write linha-relat-titular
           move spaces to linha-relat-titular
           string "ORIG CODIGO   SEQ DATA       HORA   OPERADOR OP "
                  "CNPJ           RAZAO SOCIAL"
                  delimited by size into linha-relat-titular
           write linha-relat-titular
           if ws-ano-de > zeros
              perform 300-busca-um-ano thru 300-99-fim
                      varying ws-ano-atual from ws-ano-de by 1
                      until ws-ano-atual > ws-ano-ate
           end-if
           open input arq-jornal
           if ws-resultado-acesso > "09"
              move spaces to linha-relat-titular
              string "  ARQ-JORNAL INDISPONIVEL - FileStatus "
                     ws-resultado-acesso
                     delimited by size into linha-relat-titular
              write linha-relat-titular
           else
              move "VIVO" to ws-origem
              move spaces to ws-fim-jornal
              perform 210-le-jornal thru 210-99-fim
                      until fim-jornal
              close arq-jornal
           end-if
           if ws-qtd-jornal = zeros
              move spaces to linha-relat-titular
              string "  NADA CONSTA NO HISTORICO"
                     delimited by size into linha-relat-titular
              write linha-relat-titular
           end-if.
       200-99-fim. exit.

       210-le-jornal.
           read arq-jornal next record ignore lock
           if ws-resultado-acesso > "09"
              set fim-jornal to true
           else
              perform 220-avalia-jornal thru 220-99-fim
           end-if.
       210-99-fim. exit.

       220-avalia-jornal.
           move spaces to ws-campo-busca
           if busca-telefone
              move jornal-imagem-anterior to ws-campo-busca(1:200)
              move jornal-imagem-atual    to ws-campo-busca(201:200)
           else
              move function upper-case(jornal-imagem-anterior)
                to ws-campo-busca(1:200)
              move function upper-case(jornal-imagem-atual)
                to ws-campo-busca(201:200)
           end-if
           move zeros to ws-ocorrencias
           inspect ws-campo-busca tallying ws-ocorrencias
                   for all ws-termo(1:ws-tam-termo)
           if ws-ocorrencias > zeros
              add 1 to ws-qtd-jornal
              perform 230-imprime-jornal thru 230-99-fim
           end-if.
       220-99-fim. exit.

       230-imprime-jornal.
           if jornal-imagem-atual = spaces
              move jornal-imagem-anterior to WS-IMAGEM-JORNAL
           else
              move jornal-imagem-atual    to WS-IMAGEM-JORNAL
           end-if
           move jornal-codigo to ws-ed-codigo
           move jornal-seq    to ws-ed-seq-jornal
           move jornal-data   to ws-ed-data
           move spaces to linha-relat-titular
           string ws-origem           " "
                  ws-ed-codigo        " "
                  ws-ed-seq-jornal    " "
                  ws-ed-data          " "
                  jornal-hora         " "
                  jornal-operador     " "
                  jornal-operacao     "  "
                  ws-img-cnpj         " "
                  ws-img-razao
                  delimited by size into linha-relat-titular
           write linha-relat-titular.
       230-99-fim. exit.

      *  Arquivo anual ausente (ano sem arquivamento) e pulado.
       300-busca-um-ano.
           move spaces to wid-arq-jornal-ano
           string "arq-jornal-" ws-ano-atual
                  delimited by size into wid-arq-jornal-ano
           open input arq-jornal-ano
           if fs-arq-jornal-ano > "09"
              go to 300-99-fim
           end-if
           add 1 to ws-qtd-anos
           move ws-ano-atual to ws-origem
           move spaces to ws-fim-jornal
           perform 310-le-jornal-ano thru 310-99-fim
                   until fim-jornal
           close arq-jornal-ano.
       300-99-fim. exit.

       310-le-jornal-ano.
           read arq-jornal-ano next record ignore lock
           if fs-arq-jornal-ano > "09"
              set fim-jornal to true
           else
              move jornal-reg-ano to jornal-REG
              perform 220-avalia-jornal thru 220-99-fim
           end-if.
       310-99-fim. exit.

       400-imprime-rodape.
           move spaces to linha-relat-titular
           write linha-relat-titular
           move spaces to linha-relat-titular
           string "CONTATOS ENCONTRADOS.......: " ws-qtd-contatos
                  delimited by size into linha-relat-titular
           write linha-relat-titular
           move spaces to linha-relat-titular
           string "ENTRADAS NO HISTORICO......: " ws-qtd-jornal
                  delimited by size into linha-relat-titular
           write linha-relat-titular
           move spaces to linha-relat-titular
           string "ARQUIVOS ANUAIS PESQUISADOS: " ws-qtd-anos
                  delimited by size into linha-relat-titular
           write linha-relat-titular.
       400-99-fim. exit.

       END PROGRAM AMBE035.
