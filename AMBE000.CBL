            line 08 col 50.
         03 pic x(028) value "14 - Operadores"
            line 09 col 50.
         03 pic x(028) value "15 - Visitas da Equipe"
            line 10 col 50.
         03 pic x(028) value "16 - Grupos Economicos"
            line 11 col 50.
         03 pic x(040) value "0 - Sair"
            line 18 col 16.
         03 pic x(030) value "Selecione a opcao:"
                           to ws-retorno-menu
                         perform 060-exibe-msg-menu thru 060-99-fim
                      end-if
                  when 15
                      call 'AMBE028' using ws-parm-ambe001
                  when 16
                      call 'AMBE040'
                  when 0
                      move "N" to wx-continua
                  when other
       100-exibe-opcoes.
           move 99 to wx-opcao-menu
           display constantes-menu
           perform test after until wx-opcao-menu <= 16
              accept t-opcao-menu
              if wx-opcao-menu > 16
                 move 99 to wx-opcao-menu
                 display t-opcao-menu
              end-if
