       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE040.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao de grupos economicos (arq-grupo)  *
                      *  e das raizes de CNPJ de cada grupo (arquivo  *
                      *  filho arq-grupo-cnpj). A empresa lider entra *
                      *  no grupo junto com o cadastro; o consolidado *
                      *  do grupo sai pelo AMBE041.                   *
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

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 wx-opcao              pic  x(001) value space.
           05 wx-opcao-emp          pic  x(001) value space.
           05 ln                    pic  9(002) value zeros.
           05 fs-arq-grupo          pic  x(002) value spaces.
           05 wid-arq-grupo         pic  x(050) value "arq-grupo".
           05 fs-arq-grupo-cnpj     pic  x(002) value spaces.
           05 wid-arq-grupo-cnpj    pic  x(050)
                                    value "arq-grupo-cnpj".
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 ws-retorno-tela       pic  x(078) value spaces.
           05 ws-pausa              pic  x(001) value space.
           05 ws-lider-desc         pic  x(035) value spaces.
           05 ws-empresa-desc       pic  x(035) value spaces.
           05 ws-cnpj-empresa       pic  x(008) value spaces.
           05 ws-grupo-codigo       pic  9(005) value zeros.
           05 ws-qtd-desligadas     pic  9(004) value zeros.
           05 ws-fim-empresas       pic  x(001) value space.
              88 fim-empresas           value "S".
           05 ws-raiz               pic  x(001) value space.
              88 raiz-cadastrada        value "S".
           05 wx-finalizado         pic  x(001) value space.
              88 sucesso            value "S".
              88 com-erro           value "E".
           05 wx-continua           pic  x(001) value "S".
              88 continua-grupo         value "S".
           05 wx-continua-emp       pic  x(001) value "S".
              88 continua-empresas      value "S".
           05 wx-tecla              pic  9(002) value zeros.
              88 wx-enter           value 00.
              88 wx-esc             value 01.
       COPY LKAMBE041.

       screen section.
       01  moldura.
         03  topo-tela.
           05  pic x(001) value     "+" line 01 col 01.
           05  pic x(078) value all "-" line 01 col 02.
           05  pic x(001) value     "+" line 01 col 80.
         03  corpo-tela.
           05  pic x(001) value     "|" line ln col 01.
           05  pic x(078) value all " " line ln col 02.
           05  pic x(001) value     "|" line ln col 80.
         03  rodape1-tela.
           05  pic x(001) value     "+" line 22 col 01.
           05  pic x(078) value all "-" line 22 col 02.
           05  pic x(001) value     "+" line 22 col 80.
         03  rodape2-tela.
           05  pic x(001) value     "+" line 24 col 01.
           05  pic x(078) value all "-" line 24 col 02.
           05  pic x(001) value     "+" line 24 col 80.
       01  constantes.
         03 pic x(025) value "GRUPOS ECONOMICOS"      line 03 col 31.
         03 pic x(020) value "Grupo........:"         line 07 col 16.
         03 pic x(020) value "Nome.........:"         line 08 col 16.
         03 pic x(020) value "Empresa lider:"         line 09 col 16.
       01  chave-grupo.
         03 t-codigo
            line 07 col 35
            pic 9(005) using grupo-codigo BLANK WHEN zeros.
       01  variaveis.
         03 t-nome
            line 08 col 35
            pic x(040) using grupo-nome.
         03 t-lider
            line 09 col 35
            pic x(008) using grupo-cnpj-lider.
       01  desc-lider.
         03 t-lider-razao
            line 09 col 44
            pic x(035) using ws-lider-desc.
       01  constantes-empresa.
         03 pic x(020) value "Raiz CNPJ....:"         line 12 col 16.
       01  chave-empresa.
         03 t-empresa
            line 12 col 35
            pic x(008) using ws-cnpj-empresa.
         03 t-empresa-razao
            line 12 col 44
            pic x(035) using ws-empresa-desc.
       01  msg-grupo.
         03 t-msg-grupo
            line 16 col 02
            pic x(078) using ws-retorno-tela.
       01  opcoes.
         03 pic x(050) line 20 col 04 value
         "(C)onsulta - (A)ltera - (I)nclui - (E)xclui -".
         03 pic x(050) line 21 col 04 value
         "e(M)presas - (G)era consolidado - (V)olta Menu".
         03 pic x(070) line 23 col 03 value
         "Selecione a Opcao Desejada:  X  (Letra em parenteses das opcoe
      - "s acima)".
         03 t-opcao
            line 23 col 32
            pic x(001) using wx-opcao.
       01  opcoes-empresa.
         03 pic x(060) line 20 col 04 value
         "Empresas: (I)nclui raiz - (E)xclui raiz - (L)ista -".
         03 pic x(050) line 21 col 04 value
         "(V)olta".
         03 pic x(070) line 23 col 03 value
         "Selecione a Opcao Desejada:  X  (Letra em parenteses das opcoe
      - "s acima)".
         03 t-opcao-emp
            line 23 col 32
            pic x(001) using wx-opcao-emp.
       01  pausa-consulta.
         03 pic x(040) value
            "ENTER = proxima empresa - ESC = encerra"
            line 18 col 04.
         03 t-pausa
            line 18 col 45 pic x(001) using ws-pausa.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       000-INICIO.
           perform 999-monta-tela thru 999-99-fim
           perform 060-abre-arquivos thru 060-99-fim
           if com-erro
              GO TO 000-99-FIM
           end-if
           set continua-grupo to true
           perform test after until not continua-grupo
              perform 070-exibe-opcoes thru 070-99-fim
              initialize grupo-REG
              move spaces to ws-lider-desc
              display chave-grupo
              display variaveis
              display desc-lider
              EVALUATE wx-opcao
                   when "C"
                       perform 200-consulta      thru 200-99-fim
                   when "A"
                       perform 300-altera        thru 300-99-fim
                   when "E"
                       perform 400-exclui        thru 400-99-fim
                   when "I"
                       perform 100-inclusao      thru 100-99-fim
                   when "M"
                       perform 500-empresas      thru 500-99-fim
                   when "G"
                       perform 700-consolidado   thru 700-99-fim
                   when "V"
                       move "N" to wx-continua
              END-EVALUATE
           end-perform
           close arq-grupo
           close arq-grupo-cnpj
           close arq-cliente.
       000-99-FIM.
           GOBACK.

       060-abre-arquivos.
           set sucesso to true
           open i-o arq-grupo
           if fs-arq-grupo > "09"
              open output arq-grupo
              close arq-grupo
              open i-o arq-grupo
           end-if
           if fs-arq-grupo > "09"
              move "Erro ao abrir arq-grupo." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
              go to 060-99-fim
           end-if
           open i-o arq-grupo-cnpj
           if fs-arq-grupo-cnpj > "09"
              open output arq-grupo-cnpj
              close arq-grupo-cnpj
              open i-o arq-grupo-cnpj
           end-if
           if fs-arq-grupo-cnpj > "09"
              move "Erro ao abrir arq-grupo-cnpj." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
              close arq-grupo
              go to 060-99-fim
           end-if
           open input arq-cliente
           if ws-resultado-acesso > "09"
              move "Erro ao abrir arq-cliente." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
              close arq-grupo
              close arq-grupo-cnpj
           end-if.
       060-99-fim. exit.

       070-exibe-opcoes.
           move space to wx-opcao
           display opcoes
           perform test after until wx-opcao not = spaces
              accept t-opcao
              move function upper-case(wx-opcao) to wx-opcao
              if wx-opcao not = "C" and "A" and "I" and "E" and "M"
                             and "G" and "V"
                  move spaces to wx-opcao
                  display t-opcao
              end-if
           end-perform.
       070-99-fim. exit.

       100-inclusao.
           accept t-codigo
           if grupo-codigo = zeros
              move "Codigo do grupo nao informado."
                to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              go to 100-99-fim
           end-if
           initialize wx-finalizado
           move zeros to wx-tecla
           perform 600-trata-dados thru 600-99-fim
                   until sucesso or wx-esc
           if not wx-esc
              write grupo-REG
              if fs-arq-grupo = "22"
                 move "Grupo ja cadastrado." to ws-retorno-tela
                 perform 950-exibe-mensagem thru 950-99-fim
              else
                 if fs-arq-grupo > "09"
                    move "Erro na gravacao do grupo."
                      to ws-retorno-tela
                    perform 950-exibe-mensagem thru 950-99-fim
                 else
                    perform 650-vincula-lider thru 650-99-fim
                 end-if
              end-if
           end-if.
       100-99-fim. exit.

       200-consulta.
           perform 310-localiza-grupo thru 310-99-fim.
       200-99-fim. exit.

      *  Trocar a empresa lider nao tira a anterior do grupo; ela
      *  continua como empresa do grupo ate ser excluida em
      *  e(M)presas.
       300-altera.
           perform 310-localiza-grupo thru 310-99-fim
           if sucesso
              initialize wx-finalizado
              move zeros to wx-tecla
              perform 600-trata-dados thru 600-99-fim
                      until sucesso or wx-esc
              if not wx-esc
                 rewrite grupo-REG
                 if fs-arq-grupo > "09"
                    move "Erro na alteracao do grupo."
                      to ws-retorno-tela
                    perform 950-exibe-mensagem thru 950-99-fim
                 else
                    perform 650-vincula-lider thru 650-99-fim
                 end-if
              end-if
           end-if.
       300-99-fim. exit.

       310-localiza-grupo.
           set sucesso to true
           accept t-codigo
           read arq-grupo ignore lock
           if fs-arq-grupo > "09"
              move "Grupo nao encontrado." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
           else
              move grupo-cnpj-lider to ws-cnpj-empresa
              perform 800-busca-empresa thru 800-99-fim
              move ws-empresa-desc to ws-lider-desc
              display chave-grupo
              display variaveis
              display desc-lider
           end-if.
       310-99-fim. exit.

      *  Grupo excluido leva junto as raizes de CNPJ ligadas a ele;
      *  as empresas voltam a ficar sem grupo.
       400-exclui.
           perform 310-localiza-grupo thru 310-99-fim
           if com-erro
              go to 400-99-fim
           end-if
           move zeros to ws-qtd-desligadas
           move spaces to ws-fim-empresas
           initialize grupocnpj-REG
           move grupo-codigo to grupocnpj-grupo
           start arq-grupo-cnpj key is not less grupocnpj-grupo
           if fs-arq-grupo-cnpj > "09"
              set fim-empresas to true
           end-if
           perform 410-desliga-empresa thru 410-99-fim
                   until fim-empresas
           delete arq-grupo record
           if fs-arq-grupo < "10"
              move spaces to ws-retorno-tela
              string "Grupo excluido - empresas desligadas: "
                     ws-qtd-desligadas
                     delimited by size into ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
           else
              move spaces to ws-retorno-tela
              string "Erro ao excluir o grupo - FileStatus "
                     fs-arq-grupo
                     delimited by size into ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
           end-if.
       400-99-fim. exit.

       410-desliga-empresa.
           read arq-grupo-cnpj next record ignore lock
           if fs-arq-grupo-cnpj > "09"
              or grupocnpj-grupo not = grupo-codigo
              set fim-empresas to true
           else
              delete arq-grupo-cnpj record
              if fs-arq-grupo-cnpj < "10"
                 add 1 to ws-qtd-desligadas
              end-if
           end-if.
       410-99-fim. exit.

       500-empresas.
           perform 310-localiza-grupo thru 310-99-fim
           if com-erro
              go to 500-99-fim
           end-if
           display constantes-empresa
           set continua-empresas to true
           perform test after until not continua-empresas
              perform 510-exibe-opcoes-emp thru 510-99-fim
              move spaces to ws-cnpj-empresa ws-empresa-desc
              display chave-empresa
              EVALUATE wx-opcao-emp
                   when "I"
                       perform 520-inclui-empresa thru 520-99-fim
                   when "E"
                       perform 530-exclui-empresa thru 530-99-fim
                   when "L"
                       perform 540-lista-empresas thru 540-99-fim
                   when "V"
                       move "N" to wx-continua-emp
              END-EVALUATE
           end-perform
           move spaces to ws-cnpj-empresa ws-empresa-desc
           display chave-empresa
           display opcoes.
       500-99-fim. exit.

       510-exibe-opcoes-emp.
           move space to wx-opcao-emp
           display opcoes-empresa
           perform test after until wx-opcao-emp not = spaces
              accept t-opcao-emp
              move function upper-case(wx-opcao-emp) to wx-opcao-emp
              if wx-opcao-emp not = "I" and "E" and "L" and "V"
                  move spaces to wx-opcao-emp
                  display t-opcao-emp
              end-if
           end-perform.
       510-99-fim. exit.

      *  So entra no grupo raiz de CNPJ com ao menos uma filial em
      *  arq-cliente, e cada raiz pertence a um unico grupo.
       520-inclui-empresa.
           accept t-empresa
           move function upper-case(ws-cnpj-empresa)
             to ws-cnpj-empresa
           if ws-cnpj-empresa = spaces
              move "Raiz do CNPJ nao informada." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              go to 520-99-fim
           end-if
           perform 800-busca-empresa thru 800-99-fim
           if not raiz-cadastrada
              move "Nenhum cliente com esta raiz de CNPJ."
                to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              go to 520-99-fim
           end-if
           display chave-empresa
           move ws-cnpj-empresa to grupocnpj-cnpj-empresa
           move grupo-codigo    to grupocnpj-grupo
           write grupocnpj-REG
           if fs-arq-grupo-cnpj = "22"
              perform 810-grupo-da-raiz thru 810-99-fim
              move spaces to ws-retorno-tela
              string "Raiz ja pertence ao grupo " ws-grupo-codigo "."
                     delimited by size into ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
           else
              if fs-arq-grupo-cnpj > "09"
                 move spaces to ws-retorno-tela
                 string "Erro ao incluir a raiz - FileStatus "
                        fs-arq-grupo-cnpj
                        delimited by size into ws-retorno-tela
                 perform 950-exibe-mensagem thru 950-99-fim
              end-if
           end-if.
       520-99-fim. exit.

       530-exclui-empresa.
           accept t-empresa
           move function upper-case(ws-cnpj-empresa)
             to ws-cnpj-empresa
           if ws-cnpj-empresa = grupo-cnpj-lider
              move "Empresa lider nao sai do grupo - altere a lider."
                to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              go to 530-99-fim
           end-if
           move ws-cnpj-empresa to grupocnpj-cnpj-empresa
           read arq-grupo-cnpj ignore lock
           if fs-arq-grupo-cnpj > "09"
              or grupocnpj-grupo not = grupo-codigo
              move "Raiz nao pertence a este grupo."
                to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
           else
              delete arq-grupo-cnpj record
              if fs-arq-grupo-cnpj < "10"
                 move "Raiz excluida do grupo." to ws-retorno-tela
              else
                 move spaces to ws-retorno-tela
                 string "Erro ao excluir a raiz - FileStatus "
                        fs-arq-grupo-cnpj
                        delimited by size into ws-retorno-tela
              end-if
              perform 950-exibe-mensagem thru 950-99-fim
           end-if.
       530-99-fim. exit.

       540-lista-empresas.
           move spaces to ws-fim-empresas
           initialize grupocnpj-REG
           move grupo-codigo to grupocnpj-grupo
           start arq-grupo-cnpj key is not less grupocnpj-grupo
           if fs-arq-grupo-cnpj > "09"
              set fim-empresas to true
           end-if
           move zeros to wx-tecla
           perform 550-exibe-proxima thru 550-99-fim
                   until fim-empresas or wx-esc
           if fim-empresas
              move "Fim das empresas deste grupo." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
           end-if.
       540-99-fim. exit.

       550-exibe-proxima.
           read arq-grupo-cnpj next record ignore lock
           if fs-arq-grupo-cnpj > "09"
              or grupocnpj-grupo not = grupo-codigo
              set fim-empresas to true
           else
              move grupocnpj-cnpj-empresa to ws-cnpj-empresa
              perform 800-busca-empresa thru 800-99-fim
              display chave-empresa
              move space to ws-pausa
              display pausa-consulta
              accept t-pausa
              accept wx-tecla from escape key
           end-if.
       550-99-fim. exit.

       600-trata-dados.
           accept variaveis
           accept wx-tecla from escape key
           if wx-esc
              go to 600-99-fim
           end-if
           set com-erro to true
           move function upper-case(grupo-cnpj-lider)
             to grupo-cnpj-lider
           move spaces to ws-lider-desc
           if grupo-nome = spaces
              move "Nome do grupo nao informado." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              go to 600-99-fim
           end-if
           move grupo-cnpj-lider to ws-cnpj-empresa
           perform 800-busca-empresa thru 800-99-fim
           if not raiz-cadastrada
              move "Empresa lider sem cliente com esta raiz de CNPJ."
                to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              go to 600-99-fim
           end-if
           move ws-empresa-desc to ws-lider-desc
           display desc-lider
           perform 810-grupo-da-raiz thru 810-99-fim
           if ws-grupo-codigo not = zeros
              and ws-grupo-codigo not = grupo-codigo
              move spaces to ws-retorno-tela
              string "Empresa lider ja pertence ao grupo "
                     ws-grupo-codigo "."
                     delimited by size into ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              go to 600-99-fim
           end-if
           set sucesso to true.
       600-99-fim. exit.

      *  Chave duplicada com a raiz ja no proprio grupo (lider
      *  mantida na alteracao, ou ja incluida em e(M)presas) nao e
      *  erro; em outro grupo a lider ficou sem vinculo.
       650-vincula-lider.
           move grupo-cnpj-lider to grupocnpj-cnpj-empresa
           move grupo-codigo     to grupocnpj-grupo
           write grupocnpj-REG
           if fs-arq-grupo-cnpj = "22"
              move grupo-cnpj-lider to ws-cnpj-empresa
              perform 810-grupo-da-raiz thru 810-99-fim
              if ws-grupo-codigo not = grupo-codigo
                 move "Empresa lider ja pertence a outro grupo."
                   to ws-retorno-tela
                 perform 950-exibe-mensagem thru 950-99-fim
              end-if
           else
              if fs-arq-grupo-cnpj > "09"
                 move spaces to ws-retorno-tela
                 string "Erro ao vincular a empresa lider - "
                        "FileStatus " fs-arq-grupo-cnpj
                        delimited by size into ws-retorno-tela
                 perform 950-exibe-mensagem thru 950-99-fim
              end-if
           end-if.
       650-99-fim. exit.

       700-consolidado.
           perform 310-localiza-grupo thru 310-99-fim
           if com-erro
              go to 700-99-fim
           end-if
           initialize lk-ambe041
           move grupo-codigo to lk-ambe041-grupo
           call 'AMBE041' using lk-ambe041
           move spaces to ws-retorno-tela
           if lk-ambe041-ok
              string "Consolidado gerado - empresas: "
                     lk-ambe041-qtd-empresas
                     " filiais: " lk-ambe041-qtd-filiais
                     delimited by size into ws-retorno-tela
           else
              string "Erro ao gerar o consolidado - FileStatus "
                     lk-ambe041-file-status
                     delimited by size into ws-retorno-tela
           end-if
           perform 950-exibe-mensagem thru 950-99-fim.
       700-99-fim. exit.

      *  Razao social da primeira filial da raiz (ws-cnpj-empresa)
      *  em arq-cliente.
       800-busca-empresa.
           move space  to ws-raiz
           move spaces to ws-empresa-desc
           initialize cliente-REG
           move ws-cnpj-empresa to cliente-cnpj-empresa
           move zeros to cliente-cnpj-filial cliente-cnpj-digito
           start arq-cliente key is not less cliente-cnpj
           if ws-resultado-acesso < "10"
              read arq-cliente next record ignore lock
              if ws-resultado-acesso < "10"
                 and cliente-cnpj-empresa = ws-cnpj-empresa
                 set raiz-cadastrada to true
                 move cliente-razao(1:35) to ws-empresa-desc
              end-if
           end-if.
       800-99-fim. exit.

       810-grupo-da-raiz.
           move zeros to ws-grupo-codigo
           move ws-cnpj-empresa to grupocnpj-cnpj-empresa
           read arq-grupo-cnpj ignore lock
           if fs-arq-grupo-cnpj < "10"
              move grupocnpj-grupo to ws-grupo-codigo
           end-if.
       810-99-fim. exit.

       950-exibe-mensagem.
           display msg-grupo
           move space to ws-pausa
           accept t-pausa
           move spaces to ws-retorno-tela
           display msg-grupo.
       950-99-fim. exit.

       999-monta-tela.
           display topo-tela
           perform varying ln from 2 by 1 until ln > 21
              display corpo-tela
           end-perform
           display rodape1-tela
           move 23 to ln
           display corpo-tela
           display rodape2-tela
           display constantes.
       999-99-fim. exit.

       END PROGRAM AMBE040.
