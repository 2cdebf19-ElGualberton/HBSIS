       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE043.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Conversao unica de arq-contato do layout     *
                      *  anterior (126 bytes, sem os dados LGPD) para *
                      *  o layout atual (CPCONTATO). Roda uma vez,    *
                      *  antes de colocar o novo layout em producao,  *
                      *  contra uma copia do arquivo gravada sob o    *
                      *  layout antigo - nao roda mais de uma vez     *
                      *  contra o mesmo arquivo. O consentimento sai  *
                      *  N (negado) sem data nem finalidade, ate o    *
                      *  titular consentir pela manutencao (AMBE008); *
                      *  nenhum contato sai anonimizado.              *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select arq-contato-origem assign to disk
                  wid-arq-contato-origem
                  organization         is indexed
                  access mode          is sequential
                  record key           is contato-chave-origem
                  file status          is fs-arq-contato-origem.

           select arq-contato assign to disk wid-arq-contato
                  organization         is indexed
                  access mode          is sequential
                  record key           is contato-chave
                  lock mode            is manual
                  file status          is fs-arq-contato.

       DATA DIVISION.
       FILE SECTION.
       FD  arq-contato-origem
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-contato-origem.
       01  contato-reg-origem.
           05 contato-chave-origem.
              10 contato-codigo-origem     PIC  9(007).
              10 contato-seq-origem        PIC  9(003).
           05 contato-nome-origem          PIC  X(040).
           05 contato-funcao-origem        PIC  X(020).
           05 contato-telefone-origem      PIC  X(015).
           05 contato-email-origem         PIC  X(040).
           05 contato-status-origem        PIC  X(001).

       FD  arq-contato
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS wid-arq-contato.
       COPY CPCONTATO.

       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 fs-arq-contato-origem        pic  x(002) value spaces.
           05 wid-arq-contato-origem       pic  x(050) value
              "arq-contato-antigo".
           05 fs-arq-contato               pic  x(002) value spaces.
           05 wid-arq-contato              pic  x(050) value
              "arq-contato".
           05 ws-status-abertura           pic  x(001) value space.
              88 abriu-ok                      value "S".
           05 ws-qtd-convertidos            pic  9(006) value zeros.

       PROCEDURE DIVISION.
       000-INICIO.
           perform 010-abre-arquivos    thru 010-99-fim
           if abriu-ok
              perform 020-converte-contatos thru 020-99-fim
              perform 030-fecha-arquivos    thru 030-99-fim
           end-if.
       000-99-FIM.
           GOBACK.

       010-abre-arquivos.
           move space to ws-status-abertura
           open input arq-contato-origem
           if fs-arq-contato-origem > "09"
              display "AMBE043 - erro ao abrir arq-contato-origem: "
                      fs-arq-contato-origem
           else
              open output arq-contato
              if fs-arq-contato > "09"
                 display "AMBE043 - erro ao abrir arq-contato: "
                         fs-arq-contato
              else
                 set abriu-ok to true
              end-if
           end-if.
       010-99-fim. exit.

       020-converte-contatos.
           read arq-contato-origem next record
           perform test after until fs-arq-contato-origem > "09"
              move contato-codigo-origem   to contato-codigo
              move contato-seq-origem      to contato-seq
              move contato-nome-origem     to contato-nome
              move contato-funcao-origem   to contato-funcao
              move contato-telefone-origem to contato-telefone
              move contato-email-origem    to contato-email
              move contato-status-origem   to contato-status
              set consentimento-negado     to true
              move zeros  to contato-dt-consentimento
              move spaces to contato-finalidade
              move zeros  to contato-dt-anonimizacao
              move spaces to contato-operador-anonim
              write contato-REG
              add 1 to ws-qtd-convertidos
              read arq-contato-origem next record
           end-perform.
       020-99-fim. exit.

       030-fecha-arquivos.
           close arq-contato-origem
           close arq-contato
           display "AMBE043 - registros convertidos: "
                   ws-qtd-convertidos.
       030-99-fim. exit.

       END PROGRAM AMBE043.
