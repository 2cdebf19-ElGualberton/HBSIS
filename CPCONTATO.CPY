      *****************************************************************
      *  Layout do registro de arq-contato - contatos por cliente    *
      *  (arquivo filho de arq-cliente, chave codigo + sequencia)    *
      *  Dados LGPD: situacao, data e finalidade do consentimento do *
      *  titular; data e operador da anonimizacao (AMBE505), que     *
      *  apaga os dados pessoais e mantem o esqueleto do registro.   *
      *****************************************************************
       01  contato-REG.
           05 contato-chave.
           05 contato-status             PIC  X(001).
              88 contato-ativo                value "A".
              88 contato-inativo              value "I".
           05 contato-consentimento      PIC  X(001).
              88 consentimento-concedido      value "S".
              88 consentimento-negado         value "N".
              88 consentimento-revogado       value "R".
              88 consentimento-valido         value "S" "N" "R".
           05 contato-dt-consentimento   PIC  9(008).
           05 contato-finalidade         PIC  X(030).
           05 contato-dt-anonimizacao    PIC  9(008).
           05 contato-operador-anonim    PIC  X(008).
