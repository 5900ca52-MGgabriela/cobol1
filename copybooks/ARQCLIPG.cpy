      *----------------------------------------------------------------*
      *ARQCLIPG: LAYOUT DOS LANCAMENTOS CONTABEIS DA PROVISAO PARA     *
      *DEVEDORES DUVIDOSOS - PDD (CLIPDL), NO MESMO MOLDE DO EXTRATO   *
      *DE APROPRIACAO DE JUROS (CLIACR): UM REGISTRO DE DETALHE        *
      *(TIPOREG "D") POR FAIXA DE DIAS EM ATRASO CUJA PROVISAO MUDOU   *
      *NO MES, COM O SALDO DA CARTEIRA NA FAIXA, O PERCENTUAL, A       *
      *PROVISAO DO MES ANTERIOR, A DO MES E O VALOR A LANCAR -         *
      *TIPOLANC "C" CONSTITUICAO (DEBITO DE DESPESA COM PDD, CREDITO   *
      *DA PROVISAO) OU "R" REVERSAO (DEBITO DA PROVISAO, CREDITO DE    *
      *RECEITA DE REVERSAO); UM TRAILER (TIPOREG "T") COM O TOTAL      *
      *CONSTITUIDO, O TOTAL REVERTIDO E A PROVISAO TOTAL ANTERIOR E    *
      *ATUAL DO MES DE REFERENCIA                                      *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:TIPOREG-:YYY:           PIC X(01).
           05 :XX-:DADOS-:YYY:.
              10 :XX-:ANOMES-:YYY:         PIC 9(06).
              10 :XX-:FAIXA-:YYY:          PIC 9(01).
              10 :XX-:SALDOFAIXA-:YYY:     PIC 9(13)V99.
              10 :XX-:PERCFAIXA-:YYY:      PIC 9(03)V99.
              10 :XX-:PROVANT-:YYY:        PIC 9(13)V99.
              10 :XX-:PROVATU-:YYY:        PIC 9(13)V99.
              10 :XX-:TIPOLANC-:YYY:       PIC X(01).
              10 :XX-:VALOR-:YYY:          PIC 9(13)V99.
           05 :XX-:DADOS-T-:YYY: REDEFINES :XX-:DADOS-:YYY:.
              10 :XX-:ANOMES-T-:YYY:       PIC 9(06).
              10 :XX-:TOTCONST-:YYY:       PIC 9(13)V99.
              10 :XX-:TOTREVER-:YYY:       PIC 9(13)V99.
              10 :XX-:TOTPROVANT-:YYY:     PIC 9(13)V99.
              10 :XX-:TOTPROVATU-:YYY:     PIC 9(13)V99.
              10 FILLER                    PIC X(07).
