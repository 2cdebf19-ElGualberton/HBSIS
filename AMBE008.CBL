       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao de contatos por cliente           *
                      *  (arquivo filho arq-contato), com situacao,   *
                      *  data e finalidade do consentimento LGPD      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 fs-arq-contato        pic  x(002) value spaces.
           05 wid-arq-contato       pic  x(050) value "arq-contato".
           05 ws-prox-seq           pic  9(003) value zeros.
           05 ws-status-desc        pic  x(011) value spaces.
           05 ws-consent-anterior   pic  x(001) value space.
           05 ws-retorno-tela       pic  x(078) value spaces.
           05 ws-pausa              pic  x(001) value space.
           05 ws-fim-contatos       pic  x(001) value space.
         03 pic x(020) value "Telefone.....:"        line 11 col 16.
         03 pic x(020) value "E-mail.......:"        line 12 col 16.
         03 pic x(020) value "Status.......:"        line 13 col 16.
         03 pic x(020) value "Consentimento:"        line 14 col 16.
         03 pic x(026) value "(S)im (N)ao (R)evogado Em:"
                                                     line 14 col 38.
         03 pic x(020) value "Finalidade...:"        line 15 col 16.
       01  sequencia-contato.
         03 t-seq
            line 08 col 35
         03 t-email
            line 12 col 35
            pic x(040) using contato-email.
         03 t-consentimento
            line 14 col 35
            pic x(001) using contato-consentimento.
         03 t-finalidade
            line 15 col 35
            pic x(030) using contato-finalidade.
      *  Data do consentimento e gravada pelo programa quando a
      *  situacao muda; so exibida.
       01  data-consentimento.
         03 t-dt-consentimento
            line 14 col 65
            pic 9999/99/99 using contato-dt-consentimento
            BLANK WHEN zeros.
       01  status-contato.
         03 t-status
            line 13 col 35
            pic x(011) using ws-status-desc.
       01  msg-contato.
         03 t-msg-contato
            line 16 col 02
           move ws-prox-seq    to contato-seq
           set contato-ativo   to true
           move "ATIVO"        to ws-status-desc
           move space          to ws-consent-anterior
           display sequencia-contato
           display variaveis-contato
           display data-consentimento
           display status-contato
           initialize wx-finalizado
           move zeros to wx-tecla
                 perform 985-monta-status-desc thru 985-99-fim
                 display sequencia-contato
                 display variaveis-contato
                 display data-consentimento
                 display status-contato
                 move space to ws-pausa
                 display pausa-consulta
              perform 985-monta-status-desc thru 985-99-fim
              display sequencia-contato
              display variaveis-contato
              display data-consentimento
              display status-contato
              move contato-consentimento to ws-consent-anterior
              if contato-dt-anonimizacao > zeros
                 move "Contato anonimizado (LGPD) - sem alteracao."
                   to ws-retorno-tela
                 perform 950-exibe-mensagem thru 950-99-fim
                 set com-erro to true
              end-if
           end-if.
       310-99-fim. exit.

           accept variaveis-contato
           accept wx-tecla from escape key
           if not wx-esc
              move function upper-case(contato-consentimento)
                to contato-consentimento
              if contato-nome = spaces
                 set com-erro to true
              else
                 if not consentimento-valido
                    move "Consentimento: S, N ou R." to ws-retorno-tela
                    display msg-contato
                    set com-erro to true
                 else
                    if consentimento-concedido
                       and contato-finalidade = spaces
                       move "Informe a finalidade do consentimento."
                         to ws-retorno-tela
                       display msg-contato
                       set com-erro to true
                    else
                       perform 610-data-consentimento thru 610-99-fim
                       set sucesso to true
                    end-if
                 end-if
              end-if
           end-if.
       600-99-fim. exit.

       610-data-consentimento.
           move spaces to ws-retorno-tela
           display msg-contato
           if contato-consentimento not = ws-consent-anterior
              move function current-date(1:8)
                to contato-dt-consentimento
              move contato-consentimento to ws-consent-anterior
              display data-consentimento
           end-if.
       610-99-fim. exit.

       950-exibe-mensagem.
           display msg-contato
           move space to ws-pausa
           move spaces to ws-status-desc
           display sequencia-contato
           display variaveis-contato
           display data-consentimento
           display status-contato.
       960-99-fim. exit.

       985-monta-status-desc.
           if contato-dt-anonimizacao > zeros
              move "ANONIMIZADO" to ws-status-desc
           else
              if contato-ativo
                 move "ATIVO"   to ws-status-desc
              else
                 move "INATIVO" to ws-status-desc
              end-if
           end-if.
       985-99-fim. exit.

