       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE505.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Anonimizacao LGPD de contatos: apaga nome,   *
                      *  funcao, telefone e e-mail, inativa o contato *
                      *  e grava data e operador da anonimizacao.     *
                      *  Chave, status do consentimento e finalidade  *
                      *  ficam no registro para manter o historico do *
                      *  cliente integro. Chamado pelo AMBE036        *
                      *  (supervisor) e pelo expurgo do AMBE013.      *
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

       DATA DIVISION.
       FILE SECTION.
       FD  arq-contato
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-contato.
       COPY CPCONTATO.

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 fs-arq-contato        pic  x(002) value spaces.
           05 wid-arq-contato       pic  x(050) value "arq-contato".
           05 ws-fim-contatos       pic  x(001) value space.
              88 fim-contatos           value "S".
           05 ws-status-abertura    pic  x(001) value space.
              88 abriu-ok               value "S".

       LINKAGE SECTION.
       COPY LKAMBE505.
       PROCEDURE DIVISION USING LK-AMBE505.
       000-INICIO.
           set link-ambe505-not-ok to true
           move zeros  to lk-ambe505-qtd-anonimizados
           move spaces to lk-ambe505-file-status
           perform 010-abre-contatos thru 010-99-fim
           if not abriu-ok
              GO TO 000-99-FIM
           end-if
           evaluate true
               when link-ambe505-um-contato
                   perform 100-anonimiza-um     thru 100-99-fim
               when link-ambe505-do-cliente
                   perform 200-anonimiza-cliente thru 200-99-fim
               when other
                   continue
           end-evaluate
           close arq-contato.
       000-99-FIM.
           GOBACK.

      *  Sem arq-contato nao ha dado pessoal a apagar: para a funcao
      *  C o retorno e ok com quantidade zero.
       010-abre-contatos.
           move space to ws-status-abertura
           open i-o arq-contato
           move fs-arq-contato to lk-ambe505-file-status
           if fs-arq-contato < "10"
              set abriu-ok to true
           else
              if fs-arq-contato = "35"
                 and link-ambe505-do-cliente
                 set link-ambe505-ok to true
              end-if
           end-if.
       010-99-fim. exit.

       100-anonimiza-um.
           initialize contato-REG
           move lk-ambe505-codigo to contato-codigo
           move lk-ambe505-seq    to contato-seq
           read arq-contato
           move fs-arq-contato to lk-ambe505-file-status
           if fs-arq-contato < "10"
              set link-ambe505-ok to true
              perform 300-apaga-dados thru 300-99-fim
           end-if.
       100-99-fim. exit.

       200-anonimiza-cliente.
           set link-ambe505-ok to true
           move spaces to ws-fim-contatos
           initialize contato-REG
           move lk-ambe505-codigo to contato-codigo
           move zeros             to contato-seq
           start arq-contato key is not less contato-chave
           if fs-arq-contato > "09"
              set fim-contatos to true
           end-if
           perform 210-anonimiza-proximo thru 210-99-fim
                   until fim-contatos.
       200-99-fim. exit.

       210-anonimiza-proximo.
           read arq-contato next record
           if fs-arq-contato > "09"
              or contato-codigo not = lk-ambe505-codigo
              set fim-contatos to true
           else
              perform 300-apaga-dados thru 300-99-fim
           end-if.
       210-99-fim. exit.

       300-apaga-dados.
           if contato-dt-anonimizacao > zeros
              go to 300-99-fim
           end-if
           move spaces to contato-nome
                          contato-funcao
                          contato-telefone
                          contato-email
           set contato-inativo to true
           move function current-date(1:8) to contato-dt-anonimizacao
           move lk-ambe505-operador        to contato-operador-anonim
           rewrite contato-REG
           move fs-arq-contato to lk-ambe505-file-status
           if fs-arq-contato < "10"
              add 1 to lk-ambe505-qtd-anonimizados
           else
              set link-ambe505-not-ok to true
           end-if.
       300-99-fim. exit.

       END PROGRAM AMBE505.
