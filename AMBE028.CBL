       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE028.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Lancamento das visitas realizadas pela       *
                      *  equipe de campo (arq-visita), por vendedor;  *
                      *  so aceita cliente da carteira do vendedor    *
                      *  em arq-carteira.                             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select arq-visita assign to disk wid-arq-visita
                  organization         is indexed
                  access mode          is dynamic
                  record key           is visita-chave
                  lock mode            is manual
                  file status          is fs-arq-visita.

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
       FD  arq-visita
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-visita.
       COPY CPVISITA.

       FD  arq-vendedor
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-vendedor.
       COPY CPVENDEDOR.

       FD  arq-carteira
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-carteira.
       COPY CPCARTEIRA.

       FD  arq-cliente
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-cliente.
       COPY CPCLIENTE.

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 wx-opcao              pic  x(001) value space.
           05 ln                    pic  9(002) value zeros.
           05 fs-arq-visita         pic  x(002) value spaces.
           05 wid-arq-visita        pic  x(050) value "arq-visita".
           05 fs-arq-vendedor       pic  x(002) value spaces.
           05 wid-arq-vendedor      pic  x(050) value "arq-vendedor".
           05 fs-arq-carteira       pic  x(002) value spaces.
           05 wid-arq-carteira      pic  x(050) value "arq-carteira".
           05 ws-resultado-acesso   pic  x(002) value "00".
           05 wid-arq-cliente       pic  x(050) value "arq-cliente".
           05 ws-operador           pic  x(008) value spaces.
           05 ws-perfil             pic  x(001) value space.
              88 perfil-supervisor      value "S".
              88 perfil-consulta        value "C".
           05 ws-vendedor-desc      pic  x(035) value spaces.
           05 ws-cliente-desc       pic  x(035) value spaces.
           05 ws-cliente-filtro     pic  9(007) value zeros.
           05 ws-data-hoje          pic  9(008) value zeros.
           05 ws-retorno-tela       pic  x(078) value spaces.
           05 ws-pausa              pic  x(001) value space.
           05 ws-fim-visitas        pic  x(001) value space.
              88 fim-visitas            value "S".
           05 wx-finalizado         pic  x(001) value space.
              88 sucesso            value "S".
              88 com-erro           value "E".
           05 wx-continua           pic  x(001) value "S".
              88 continua-visitas       value "S".
           05 wx-tecla              pic  9(002) value zeros.
              88 wx-enter           value 00.
              88 wx-esc             value 01.
       01  AREAS-DATA-VISITA.
           05 ws-data-visita.
              10 ws-visita-ano      pic  9(004).
              10 ws-visita-mes      pic  9(002).
              10 ws-visita-dia      pic  9(002).
           05 redefines ws-data-visita.
              10 ws-data-visita-n   pic  9(008).

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
         03 pic x(026) value "VISITAS DA EQUIPE DE CAMPO"
            line 03 col 27.
         03 pic x(020) value "Vendedor.....:"        line 05 col 16.
       01  identificacao-vendedor.
         03 t-vendedor
            line 05 col 35
            pic 9(005) using vendedor-codigo BLANK WHEN zeros.
         03 t-vendedor-nome
            line 05 col 42
            pic x(035) using ws-vendedor-desc.
       01  constantes-visita.
         03 pic x(020) value "Cliente......:"        line 07 col 16.
         03 pic x(020) value "Data.........:"        line 09 col 16.
         03 pic x(010) value "(AAAAMMDD)"            line 09 col 45.
         03 pic x(020) value "Resultado....:"        line 10 col 16.
         03 pic x(040) value
            "(P)edido - (S)em pedido - (N)ao atendido"
            line 10 col 38.
         03 pic x(020) value "Observacao...:"        line 11 col 16.
         03 pic x(020) value "Lancado por..:"        line 13 col 16.
       01  chave-visita.
         03 t-cliente
            line 07 col 35
            pic 9(007) using visita-cliente BLANK WHEN zeros.
         03 t-cliente-razao
            line 07 col 44
            pic x(035) using ws-cliente-desc.
         03 t-data
            line 09 col 35
            pic 9(008) using visita-data BLANK WHEN zeros.
       01  variaveis-visita.
         03 t-resultado
            line 10 col 35
            pic x(001) using visita-resultado.
         03 t-observacao
            line 12 col 16
            pic x(060) using visita-observacao.
       01  lancamento-visita.
         03 t-operador
            line 13 col 35
            pic x(008) using visita-operador.
         03 t-dt-lancamento
            line 13 col 45
            pic 9999/99/99 using visita-dt-lancamento BLANK WHEN zeros.
       01  msg-visita.
         03 t-msg-visita
            line 16 col 02
            pic x(078) using ws-retorno-tela.
       01  opcoes.
         03 pic x(050) line 20 col 04 value
         "(C)onsulta - (A)ltera - (I)nclui - (E)xclui -".
         03 pic x(040) line 21 col 04 value
         "(V)olta Menu".
         03 pic x(070) line 23 col 03 value
         "Selecione a Opcao Desejada:  X  (Letra em parenteses das opcoe
      - "s acima)".
         03 t-opcao
            line 23 col 32
            pic x(001) using wx-opcao.
       01  filtro-consulta.
         03 pic x(040) value
            "Cliente (0 = todos da carteira):"
            line 18 col 04.
         03 t-cliente-filtro
            line 18 col 45
            pic 9(007) using ws-cliente-filtro BLANK WHEN zeros.
       01  pausa-consulta.
         03 pic x(040) value
            "ENTER = proxima visita - ESC = encerra"
            line 18 col 04.
         03 t-pausa
            line 18 col 45 pic x(001) using ws-pausa.
       LINKAGE SECTION.
       01  LINKAGEM-CAMPOS.
           05  AREA-LINK                  PIC  X(100).
       PROCEDURE DIVISION USING LINKAGEM-CAMPOS.
       000-INICIO.
           move AREA-LINK(1:8) to ws-operador
           move AREA-LINK(9:1) to ws-perfil
           move function current-date(1:8) to ws-data-hoje
           perform 999-monta-tela thru 999-99-fim
           perform 060-abre-arquivos thru 060-99-fim
           if com-erro
              GO TO 000-99-FIM
           end-if
           perform 050-localiza-vendedor thru 050-99-fim
           if com-erro
              perform 090-fecha-arquivos thru 090-99-fim
              GO TO 000-99-FIM
           end-if
           set continua-visitas to true
           perform test after until not continua-visitas
              perform 070-exibe-opcoes thru 070-99-fim
              perform 960-limpa-campos thru 960-99-fim
              EVALUATE wx-opcao
                   when "C"
                       perform 200-consulta-visitas thru 200-99-fim
                   when "A"
                       perform 300-altera-visita    thru 300-99-fim
                   when "E"
                       perform 400-exclui-visita    thru 400-99-fim
                   when "I"
                       perform 100-inclusao         thru 100-99-fim
                   when "V"
                       move "N" to wx-continua
              END-EVALUATE
           end-perform
           perform 090-fecha-arquivos thru 090-99-fim.
       000-99-FIM.
           GOBACK.

       050-localiza-vendedor.
           set sucesso to true
           initialize vendedor-REG
           move spaces to ws-vendedor-desc
           display identificacao-vendedor
           accept t-vendedor
           read arq-vendedor ignore lock
           if fs-arq-vendedor > "09"
              move "Vendedor nao encontrado." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
           else
              move vendedor-nome(1:35) to ws-vendedor-desc
              display identificacao-vendedor
           end-if.
       050-99-fim. exit.

       060-abre-arquivos.
           set sucesso to true
           open i-o arq-visita
           if fs-arq-visita > "09"
              open output arq-visita
              close arq-visita
              open i-o arq-visita
           end-if
           if fs-arq-visita > "09"
              move "Erro ao abrir arq-visita." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
              go to 060-99-fim
           end-if
           open input arq-vendedor
           if fs-arq-vendedor > "09"
              move "Erro ao abrir arq-vendedor." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
              close arq-visita
              go to 060-99-fim
           end-if
           open input arq-carteira
           if fs-arq-carteira > "09"
              move "Erro ao abrir arq-carteira." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
              close arq-visita
              close arq-vendedor
              go to 060-99-fim
           end-if
           open input arq-cliente
           if ws-resultado-acesso > "09"
              move "Erro ao abrir arq-cliente." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
              close arq-visita
              close arq-vendedor
              close arq-carteira
           end-if.
       060-99-fim. exit.

      *  Perfil de consulta so consulta; lancar, alterar e excluir
      *  visita fica com operacao e supervisor.
       070-exibe-opcoes.
           move space to wx-opcao
           display opcoes
           perform test after until wx-opcao not = spaces
              accept t-opcao
              move function upper-case(wx-opcao) to wx-opcao
              if wx-opcao not = "C" and "A" and "I" and "E" and "V"
                  move spaces to wx-opcao
                  display t-opcao
              else
                 if perfil-consulta
                    and wx-opcao not = "C" and "V"
                    move "Operacao nao liberada para o seu perfil."
                      to ws-retorno-tela
                    perform 950-exibe-mensagem thru 950-99-fim
                    move spaces to wx-opcao
                    display t-opcao
                 end-if
              end-if
           end-perform.
       070-99-fim. exit.

       090-fecha-arquivos.
           close arq-visita
           close arq-vendedor
           close arq-carteira
           close arq-cliente.
       090-99-fim. exit.

       100-inclusao.
           perform 110-valida-cliente thru 110-99-fim
           if com-erro
              go to 100-99-fim
           end-if
           move ws-data-hoje to visita-data
           display chave-visita
           perform 120-valida-data thru 120-99-fim
           if com-erro
              go to 100-99-fim
           end-if
           move spaces to visita-resultado visita-observacao
           initialize wx-finalizado
           move zeros to wx-tecla
           perform 600-trata-dados thru 600-99-fim
                   until sucesso or wx-esc
           if not wx-esc
              move ws-operador  to visita-operador
              move ws-data-hoje to visita-dt-lancamento
              write visita-REG
              if fs-arq-visita = "22"
                 move "Visita ja lancada para o cliente nesta data."
                   to ws-retorno-tela
                 perform 950-exibe-mensagem thru 950-99-fim
              else
                 if fs-arq-visita > "09"
                    move "Erro na gravacao da visita."
                      to ws-retorno-tela
                    perform 950-exibe-mensagem thru 950-99-fim
                 else
                    display lancamento-visita
                 end-if
              end-if
           end-if.
       100-99-fim. exit.

      *  So entra visita de cliente que esta na carteira do
      *  vendedor; o cliente tem de existir em arq-cliente.
       110-valida-cliente.
           set sucesso to true
           move vendedor-codigo to visita-vendedor
           accept t-cliente
           if visita-cliente = zeros
              move "Codigo do cliente nao informado."
                to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
              go to 110-99-fim
           end-if
           initialize carteira-REG
           move vendedor-codigo to carteira-vendedor
           move visita-cliente  to carteira-cliente
           read arq-carteira ignore lock
           if fs-arq-carteira > "09"
              move "Cliente nao esta na carteira deste vendedor."
                to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
              go to 110-99-fim
           end-if
           perform 130-busca-cliente thru 130-99-fim
           if ws-resultado-acesso > "09"
              move "Cliente nao encontrado." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
           end-if
           display chave-visita.
       110-99-fim. exit.

       120-valida-data.
           set sucesso to true
           accept t-data
           move visita-data to ws-data-visita-n
           if ws-data-visita-n > ws-data-hoje
              or ws-visita-ano < 1900
              or ws-visita-mes < 01 or ws-visita-mes > 12
              or ws-visita-dia < 01 or ws-visita-dia > 31
              move "Data da visita invalida ou futura."
                to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
           end-if.
       120-99-fim. exit.

       130-busca-cliente.
           move spaces to ws-cliente-desc
           initialize cliente-REG
           move visita-cliente to cliente-codigo
           read arq-cliente ignore lock
           if ws-resultado-acesso < "10"
              move cliente-razao(1:35) to ws-cliente-desc
           end-if.
       130-99-fim. exit.

       200-consulta-visitas.
           move zeros to ws-cliente-filtro
           display filtro-consulta
           accept t-cliente-filtro
           perform 210-posiciona-visitas thru 210-99-fim
           move zeros to wx-tecla
           perform test after until fim-visitas or wx-esc
              perform 220-le-proxima-visita thru 220-99-fim
              if not fim-visitas
                 perform 130-busca-cliente thru 130-99-fim
                 display chave-visita
                 display variaveis-visita
                 display lancamento-visita
                 move space to ws-pausa
                 display pausa-consulta
                 accept t-pausa
                 accept wx-tecla from escape key
              end-if
           end-perform
           if fim-visitas
              move "Fim das visitas deste vendedor."
                to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
           end-if.
       200-99-fim. exit.

       210-posiciona-visitas.
           move spaces to ws-fim-visitas
           initialize visita-REG
           move vendedor-codigo   to visita-vendedor
           move ws-cliente-filtro to visita-cliente
           move zeros             to visita-data
           start arq-visita key is not less visita-chave
           if fs-arq-visita > "09"
              set fim-visitas to true
           end-if.
       210-99-fim. exit.

       220-le-proxima-visita.
           if not fim-visitas
              read arq-visita next record ignore lock
              if fs-arq-visita > "09"
                 or visita-vendedor not = vendedor-codigo
                 set fim-visitas to true
              else
                 if ws-cliente-filtro > zeros
                    and visita-cliente not = ws-cliente-filtro
                    set fim-visitas to true
                 end-if
              end-if
           end-if.
       220-99-fim. exit.

       300-altera-visita.
           perform 310-localiza-visita thru 310-99-fim
           if sucesso
              initialize wx-finalizado
              move zeros to wx-tecla
              perform 600-trata-dados thru 600-99-fim
                      until sucesso or wx-esc
              if not wx-esc
                 move ws-operador  to visita-operador
                 move ws-data-hoje to visita-dt-lancamento
                 rewrite visita-REG
                 if fs-arq-visita > "09"
                    move "Erro na alteracao da visita."
                      to ws-retorno-tela
                    perform 950-exibe-mensagem thru 950-99-fim
                 else
                    display lancamento-visita
                 end-if
              end-if
           end-if.
       300-99-fim. exit.

       310-localiza-visita.
           set sucesso to true
           move vendedor-codigo to visita-vendedor
           accept t-cliente
           accept t-data
           read arq-visita ignore lock
           if fs-arq-visita > "09"
              move "Visita nao encontrada." to ws-retorno-tela
              perform 950-exibe-mensagem thru 950-99-fim
              set com-erro to true
           else
              perform 130-busca-cliente thru 130-99-fim
              display chave-visita
              display variaveis-visita
              display lancamento-visita
           end-if.
       310-99-fim. exit.

      *  Exclusao e so para lancamento errado: a visita sai de
      *  arq-visita.
       400-exclui-visita.
           perform 310-localiza-visita thru 310-99-fim
           if sucesso
              delete arq-visita record
              if fs-arq-visita < "10"
                 move "Visita excluida." to ws-retorno-tela
              else
                 move "Erro na exclusao da visita." to ws-retorno-tela
              end-if
              perform 950-exibe-mensagem thru 950-99-fim
           end-if.
       400-99-fim. exit.

       600-trata-dados.
           accept variaveis-visita
           accept wx-tecla from escape key
           if not wx-esc
              move function upper-case(visita-resultado)
                to visita-resultado
              if visita-com-pedido or visita-sem-pedido
                 or visita-nao-atendido
                 set sucesso to true
              else
                 set com-erro to true
              end-if
           end-if.
       600-99-fim. exit.

       950-exibe-mensagem.
           display msg-visita
           move space to ws-pausa
           accept t-pausa
           move spaces to ws-retorno-tela
           display msg-visita.
       950-99-fim. exit.

       960-limpa-campos.
           initialize visita-REG
           move vendedor-codigo to visita-vendedor
           move spaces to ws-cliente-desc
           display chave-visita
           display variaveis-visita
           display lancamento-visita.
       960-99-fim. exit.

       999-monta-tela.
           display topo-tela
           perform varying ln from 2 by 1 until ln > 21
              display corpo-tela
           end-perform
           display rodape1-tela
           move 23 to ln
           display corpo-tela
           display rodape2-tela
           display constantes
           display constantes-visita.
       999-99-fim. exit.

       END PROGRAM AMBE028.
