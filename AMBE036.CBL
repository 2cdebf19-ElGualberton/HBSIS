       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE036.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Anonimizacao LGPD a pedido do titular: um    *
                      *  contato (codigo + sequencia) ou todos os     *
                      *  contatos de um cliente. Restrito ao          *
                      *  supervisor, com confirmacao; o supervisor    *
                      *  fica gravado no contato (AMBE505).           *
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
           05 ws-codigo             pic  9(007) value zeros.
           05 ws-seq                pic  9(003) value zeros.
           05 ws-qtd-pendentes      pic  9(003) value zeros.
           05 ws-confirma           pic  x(001) value space.
              88 confirmado             value "S".
              88 desistiu               value "N".
       01  AREAS-EDICAO.
           05 ws-ed-codigo          pic  ZZZZZZ9.
           05 ws-ed-seq             pic  ZZ9.
       01  AREAS-OPERADOR.
           05 ws-operador-id        pic  x(008) value spaces.
           05 ws-operador-senha     pic  x(008) value spaces.
           05 ws-acesso             pic  x(001) value space.
              88 acesso-liberado        value "S".
              88 acesso-negado          value "N".
       COPY LKAMBE504.
       COPY LKAMBE505.

       PROCEDURE DIVISION.
       000-INICIO.
           perform 003-identifica-operador thru 003-99-fim
           if acesso-negado
              GO TO 000-99-FIM
           end-if
           perform 010-aceita-chave thru 010-99-fim
           perform 100-lista-contatos thru 100-99-fim
           if ws-qtd-pendentes = zeros
              display "AMBE036 - nenhum contato a anonimizar."
              GO TO 000-99-FIM
           end-if
           perform 020-confirma thru 020-99-fim
           if confirmado
              perform 200-anonimiza thru 200-99-fim
           else
              display "AMBE036 - anonimizacao cancelada."
           end-if.
       000-99-FIM.
           GOBACK.

       003-identifica-operador.
           set acesso-negado to true
           display "AMBE036 - operador: "
           accept ws-operador-id
           move function upper-case(ws-operador-id)
             to ws-operador-id
           display "AMBE036 - senha: "
           accept ws-operador-senha
           initialize lk-ambe504
           set link-ambe504-validar to true
           move ws-operador-id    to lk-ambe504-id
           move ws-operador-senha to lk-ambe504-senha
           call 'AMBE504' using lk-ambe504
           if link-ambe504-ok and lk-ambe504-supervisor
              set acesso-liberado to true
           else
              display "AMBE036 - acesso restrito ao supervisor."
           end-if.
       003-99-fim. exit.

       010-aceita-chave.
           move zeros to ws-codigo
           perform test after until ws-codigo > zeros
              display "AMBE036 - codigo do cliente: "
              accept ws-codigo
           end-perform
           display "AMBE036 - sequencia do contato "
                   "(0 = todos os contatos do cliente): "
           accept ws-seq.
       010-99-fim. exit.

       020-confirma.
           move space to ws-confirma
           perform test after until confirmado or desistiu
              display "AMBE036 - apagar os dados pessoais de "
                      ws-qtd-pendentes " contato(s)? "
                      "Nao ha volta (S/N): "
              accept ws-confirma
              move function upper-case(ws-confirma) to ws-confirma
           end-perform.
       020-99-fim. exit.

      *  Mostra o que sera apagado antes da confirmacao; contato ja
      *  anonimizado aparece mas nao conta como pendente.
       100-lista-contatos.
           move zeros to ws-qtd-pendentes
           open input arq-contato
           if fs-arq-contato > "09"
              display "AMBE036 - erro ao abrir arq-contato: "
                      fs-arq-contato
              go to 100-99-fim
           end-if
           move spaces to ws-fim-contatos
           initialize contato-REG
           move ws-codigo to contato-codigo
           move ws-seq    to contato-seq
           start arq-contato key is not less contato-chave
           if fs-arq-contato > "09"
              set fim-contatos to true
           end-if
           perform 110-lista-um-contato thru 110-99-fim
                   until fim-contatos
           close arq-contato.
       100-99-fim. exit.

       110-lista-um-contato.
           read arq-contato next record ignore lock
           if fs-arq-contato > "09"
              or contato-codigo not = ws-codigo
              or (ws-seq > zeros and contato-seq not = ws-seq)
              set fim-contatos to true
              go to 110-99-fim
           end-if
           move contato-codigo to ws-ed-codigo
           move contato-seq    to ws-ed-seq
           if contato-dt-anonimizacao > zeros
              display "AMBE036 - " ws-ed-codigo " " ws-ed-seq
                      " ja anonimizado em " contato-dt-anonimizacao
           else
              add 1 to ws-qtd-pendentes
              display "AMBE036 - " ws-ed-codigo " " ws-ed-seq " "
                      contato-nome " " contato-email
           end-if.
       110-99-fim. exit.

       200-anonimiza.
           initialize lk-ambe505
           if ws-seq > zeros
              set link-ambe505-um-contato to true
              move ws-seq to lk-ambe505-seq
           else
              set link-ambe505-do-cliente to true
           end-if
           move ws-codigo      to lk-ambe505-codigo
           move ws-operador-id to lk-ambe505-operador
           call 'AMBE505' using lk-ambe505
           if link-ambe505-ok
              display "AMBE036 - contatos anonimizados: "
                      lk-ambe505-qtd-anonimizados
           else
              display "AMBE036 - falha na anonimizacao - FileStatus "
                      lk-ambe505-file-status
                      " - anonimizados: " lk-ambe505-qtd-anonimizados
           end-if.
       200-99-fim. exit.

       END PROGRAM AMBE036.
