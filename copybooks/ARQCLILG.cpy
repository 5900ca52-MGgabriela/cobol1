      *----------------------------------------------------------------*
      *ARQCLILG: LAYOUT DO RAZAO DE MOVIMENTOS POR CLIENTE (CLILDG),   *
      *ARQUIVO INDEXADO RECARREGADO PELO GPAZ9928 APOS CADA MERGE COM  *
      *CHAVE CODCLI + DATA DO LANCAMENTO + SEQUENCIA DENTRO DO DIA.    *
      *CADA LANCAMENTO TRAZ O SALDO ANTES E DEPOIS, O VALOR QUE MOVEU  *
      *O SALDO E O SINAL ("+" AUMENTA A DIVIDA, "-" REDUZ A DIVIDA,    *
      *BRANCO NAO MEXE NO SALDO). TIPOS DE LANCAMENTO: "J" JUROS DO    *
      *RECALCULO, "P" PAGAMENTO, "S" ESTORNO DE PAGAMENTO (COM A DATA  *
      *DO LOTE QUE APLICOU O PAGAMENTO ORIGINAL), "B" BAIXA PARA       *
      *PERDA, "A" ALTERACAO CADASTRAL, "E" EXCLUSAO E "R" REINTEGRACAO *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CHAVE-:YYY:.
              10 :XX-:CODCLI-:YYY:         PIC X(04).
              10 :XX-:DATALANC-:YYY:       PIC 9(08).
              10 :XX-:SEQLANC-:YYY:        PIC 9(05).
           05 :XX-:TIPOLANC-:YYY:          PIC X(01).
           05 :XX-:DESCRICAO-:YYY:         PIC X(30).
           05 :XX-:SINAL-:YYY:             PIC X(01).
           05 :XX-:VALOR-:YYY:             PIC 9(08)V99.
           05 :XX-:SALDOANT-:YYY:          PIC 9(08)V99.
           05 :XX-:SALDOPOS-:YYY:          PIC 9(08)V99.
           05 :XX-:DIASATRASO-:YYY:        PIC 9(03).
           05 :XX-:DATAORIG-:YYY:          PIC 9(08).
           05 :XX-:ORIGEM-:YYY:            PIC X(07).
           05 FILLER                       PIC X(03).
