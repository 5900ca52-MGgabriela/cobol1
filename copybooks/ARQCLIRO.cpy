      *----------------------------------------------------------------*
      *ARQCLIRO: LAYOUT DO ARQUIVO DE RESOLUCOES DO OPERADOR (CLIRSO)  *
      *SOBRE OS PAGAMENTOS EM SUSPENSO. A CHAVE (CODCLI, CPF, VALOR E  *
      *DATA DO PAGAMENTO) REPETE O RECEBIMENTO COMO ESTA NO SUSPENSO;  *
      *A ACAO DIZ O DESTINO: "A" ATRIBUI O RECEBIMENTO AO CODCLI       *
      *INFORMADO EM CODCLIDEST, "D" DEVOLVE O DINHEIRO AO PAGADOR E    *
      *"P" MANTEM O ITEM PENDENTE NO SUSPENSO                          *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CHAVE-:YYY:.
              10 :XX-:CODCLI-:YYY:         PIC X(04).
              10 :XX-:CPFCLI-:YYY:         PIC 9(11).
              10 :XX-:VALORPAGO-:YYY:      PIC 9(08)V99.
              10 :XX-:DATAPGTO-:YYY:       PIC 9(08).
           05 :XX-:ACAO-:YYY:              PIC X(01).
              88 :XX-:ACAO-ATRIBUIR-:YYY:         VALUE "A".
              88 :XX-:ACAO-DEVOLVER-:YYY:         VALUE "D".
              88 :XX-:ACAO-PENDENTE-:YYY:         VALUE "P".
           05 :XX-:CODCLIDEST-:YYY:        PIC X(04).
