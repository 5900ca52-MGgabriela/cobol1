      *----------------------------------------------------------------*
      *ARQCLIAP: LAYOUT DO ARQUIVO DE ACORDOS DE PARCELAMENTO (CLIAPC  *
      *ENTRA COM OS ACORDOS CORRENTES E CLIAPN SAI ATUALIZADO), EM     *
      *ORDEM ASCENDENTE DE CODCLI: UM REGISTRO POR CLIENTE, COM A      *
      *SITUACAO DO ACORDO ("V" VIGENTE, "Q" QUITADO, "R" ROMPIDO, "C"  *
      *CANCELADO), A DATA E O VALOR NEGOCIADOS, A QUANTIDADE DE        *
      *PARCELAS, OS DIAS DE CARENCIA TOLERADOS APOS CADA VENCIMENTO,   *
      *A DATA DA ULTIMA SITUACAO E O CRONOGRAMA (VENCIMENTO, VALOR DA  *
      *PARCELA E VALOR JA PAGO). GRAVADO PELO CADASTRAMENTO (GPAZ9925) *
      *E ATUALIZADO PELO MERGE (GPAZ9906), QUE CASA OS PAGAMENTOS COM  *
      *AS PARCELAS E ROMPE O ACORDO COM PARCELA VENCIDA ALEM DA        *
      *CARENCIA; ENQUANTO VIGENTE, O ACORDO CONGELA O ENVELHECIMENTO   *
      *DOS DIAS EM ATRASO E OS JUROS DO CLIENTE                        *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:SITUACAO-:YYY:          PIC X(01).
              88 :XX-:ACORDO-VIGENTE-:YYY:        VALUE "V".
              88 :XX-:ACORDO-QUITADO-:YYY:        VALUE "Q".
              88 :XX-:ACORDO-ROMPIDO-:YYY:        VALUE "R".
              88 :XX-:ACORDO-CANCELADO-:YYY:      VALUE "C".
           05 :XX-:DATAACORDO-:YYY:        PIC 9(08).
           05 :XX-:VALORACORDO-:YYY:       PIC 9(08)V99.
           05 :XX-:QTPARC-:YYY:            PIC 9(02).
           05 :XX-:CARENCIA-:YYY:          PIC 9(03).
           05 :XX-:DATASIT-:YYY:           PIC 9(08).
           05 :XX-:PARCELA-:YYY:           OCCURS 12 TIMES.
              10 :XX-:VENCTO-:YYY:         PIC 9(08).
              10 :XX-:VALORPARC-:YYY:      PIC 9(08)V99.
              10 :XX-:VALORPAGO-:YYY:      PIC 9(08)V99.
