       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMBE506.
       AUTHOR.        GUALBERTO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Saida dos relatorios em arquivo separado por *
                      *  delimitador para abrir em planilha: le o     *
                      *  formato e o caminho em arq-parametros e      *
                      *  monta a linha campo a campo. O arquivo e     *
                      *  aberto e gravado pelo proprio relatorio.     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  AREAS-DE-TRABALHO-1.
           05 ws-formato            pic  x(050) value spaces.
           05 ws-nome-parametro     pic  x(020) value spaces.
           05 ws-i                  pic  9(003) value zeros.
           05 ws-inicio             pic  9(003) value zeros.
           05 ws-fim                pic  9(003) value zeros.
           05 ws-tam                pic  9(003) value zeros.
           05 ws-qtd-especiais      pic  9(003) value zeros.
           05 ws-aspas              pic  x(001) value '"'.
           05 ws-entre-aspas        pic  x(001) value space.
              88 campo-entre-aspas      value "S".
       COPY LKAMBE503.

       LINKAGE SECTION.
       COPY LKAMBE506.
       PROCEDURE DIVISION USING LK-AMBE506.
       000-INICIO.
           set link-ambe506-ok to true
           evaluate true
               when link-ambe506-prepara
                   perform 100-prepara     thru 100-99-fim
               when link-ambe506-nova-linha
                   perform 200-nova-linha  thru 200-99-fim
               when link-ambe506-campo
                   perform 300-acrescenta  thru 300-99-fim
               when other
                   set link-ambe506-not-ok to true
           end-evaluate.
       000-99-FIM.
           GOBACK.

      *  fmt-<relatorio> = CSV liga a saida com ponto e virgula
      *  (o decimal do sistema e virgula); CSV seguido de um
      *  caractere usa esse caractere como separador (CSV, CSV|).
      *  Qualquer outro valor, ou parametro ausente, fica so no
      *  relatorio impresso. O caminho segue as regras de
      *  timestamp-relat do AMBE503, como os relatorios.
       100-prepara.
           move "N"    to lk-ambe506-gera
           move ";"    to lk-ambe506-separador
           move spaces to lk-ambe506-caminho
           move spaces to ws-nome-parametro
           string "fmt-" lk-ambe506-relatorio
                  delimited by space into ws-nome-parametro
           initialize lk-ambe503
           set link-ambe503-ler to true
           move ws-nome-parametro to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if link-ambe503-not-ok
              go to 100-99-fim
           end-if
           move function upper-case(lk-ambe503-valor) to ws-formato
           if ws-formato(1:3) not = "CSV"
              go to 100-99-fim
           end-if
           if ws-formato(4:1) not = space
              move ws-formato(4:1) to lk-ambe506-separador
           end-if
           move spaces to ws-nome-parametro
           string "lb-csv-" lk-ambe506-relatorio
                  delimited by space into ws-nome-parametro
           initialize lk-ambe503
           set link-ambe503-ler-relat to true
           move ws-nome-parametro to lk-ambe503-nome
           call 'AMBE503' using lk-ambe503
           if link-ambe503-ok
              move lk-ambe503-valor to lk-ambe506-caminho
              set lk-ambe506-gera-csv to true
           else
              set link-ambe506-not-ok to true
              display "AMBE506 - parametro " ws-nome-parametro
                      " ausente em arq-parametros - sem saida CSV"
           end-if.
       100-99-fim. exit.

       200-nova-linha.
           move spaces to lk-ambe506-linha
           move zeros  to lk-ambe506-qtd-campos
                          lk-ambe506-tam-linha.
       200-99-fim. exit.

      *  Campo sem brancos nas pontas; campo em branco continua
      *  ocupando a sua posicao entre dois separadores. O que nao
      *  couber nas 300 posicoes da linha e descartado.
       300-acrescenta.
           if lk-ambe506-qtd-campos > zeros
              perform 350-poe-separador thru 350-99-fim
           end-if
           add 1 to lk-ambe506-qtd-campos
           move zeros to ws-inicio ws-fim
           perform varying ws-i from 1 by 1
                   until ws-i > 80 or ws-inicio > zeros
              if lk-ambe506-valor(ws-i:1) not = space
                 move ws-i to ws-inicio
              end-if
           end-perform
           if ws-inicio = zeros
              go to 300-99-fim
           end-if
           perform varying ws-i from 80 by -1
                   until ws-i < 1 or ws-fim > zeros
              if lk-ambe506-valor(ws-i:1) not = space
                 move ws-i to ws-fim
              end-if
           end-perform
           compute ws-tam = ws-fim - ws-inicio + 1
           move zeros to ws-qtd-especiais
           inspect lk-ambe506-valor(ws-inicio:ws-tam)
                   tallying ws-qtd-especiais
                   for all lk-ambe506-separador
                       all ws-aspas
           move space to ws-entre-aspas
           if ws-qtd-especiais > zeros
              set campo-entre-aspas to true
              perform 360-poe-aspas thru 360-99-fim
           end-if
           perform varying ws-i from ws-inicio by 1 until ws-i > ws-fim
              if lk-ambe506-valor(ws-i:1) = ws-aspas
                 perform 360-poe-aspas thru 360-99-fim
              end-if
              perform 370-poe-valor thru 370-99-fim
           end-perform
           if campo-entre-aspas
              perform 360-poe-aspas thru 360-99-fim
           end-if.
       300-99-fim. exit.

       350-poe-separador.
           if lk-ambe506-tam-linha < 300
              add 1 to lk-ambe506-tam-linha
              move lk-ambe506-separador
                to lk-ambe506-linha(lk-ambe506-tam-linha:1)
           end-if.
       350-99-fim. exit.

       360-poe-aspas.
           if lk-ambe506-tam-linha < 300
              add 1 to lk-ambe506-tam-linha
              move ws-aspas
                to lk-ambe506-linha(lk-ambe506-tam-linha:1)
           end-if.
       360-99-fim. exit.

       370-poe-valor.
           if lk-ambe506-tam-linha < 300
              add 1 to lk-ambe506-tam-linha
              move lk-ambe506-valor(ws-i:1)
                to lk-ambe506-linha(lk-ambe506-tam-linha:1)
           end-if.
       370-99-fim. exit.

       END PROGRAM AMBE506.
