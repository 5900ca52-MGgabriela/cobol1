      *TAXA DA FAIXA APLICADA, JUROS DO DIA E SALDO DEPOIS; UM         *
      *DETALHE DE PAGAMENTO (TIPOREG "P") POR PAGAMENTO APLICADO,      *
      *COM O VALOR PAGO NO CAMPO DE JUROS E TAXA ZERADA, PARA QUE O    *
      *RAZAO VEJA O CAIXA CONTRA OS JUROS APROPRIADOS; UM DETALHE DE   *
      *BAIXA PARA PERDA (TIPOREG "B") POR CLIENTE BAIXADO, COM O SALDO *
      *BAIXADO NO CAMPO DE JUROS, TAXA E SALDO DEPOIS ZERADOS; UM      *
      *DETALHE DE ESTORNO (TIPOREG "S") POR PAGAMENTO ESTORNADO, COM O *
      *VALOR DEVOLVIDO AO SALDO NO CAMPO DE JUROS, OS DIAS EM ATRASO   *
      *RESTAURADOS E A DATA DO LOTE QUE APLICOU O PAGAMENTO ORIGINAL   *
      *(NOS DEMAIS DETALHES A DATA ORIGINAL SAI ZERADA); UM TRAILER    *
      *(TIPOREG "T") COM O TOTAL DE JUROS APROPRIADOS, O TOTAL DE      *
      *PAGAMENTOS APLICADOS, O TOTAL BAIXADO PARA PERDA E O TOTAL DE   *
      *PAGAMENTOS ESTORNADOS NO LOTE                                   *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:TIPOREG-:YYY:           PIC X(01).
              10 :XX-:TAXA-:YYY:           PIC 9V999.
              10 :XX-:JUROS-:YYY:          PIC 9(08)V99.
              10 :XX-:SALDOPOS-:YYY:       PIC 9(08)V99.
              10 :XX-:DATAORIG-:YYY:       PIC 9(08).
           05 :XX-:DADOS-T-:YYY: REDEFINES :XX-:DADOS-:YYY:.
              10 :XX-:TOTJUROS-:YYY:       PIC 9(12)V99.
              10 :XX-:TOTPAGOS-:YYY:       PIC 9(12)V99.
              10 :XX-:TOTBAIXAS-:YYY:      PIC 9(12)V99.
              10 :XX-:TOTESTORNOS-:YYY:    PIC 9(12)V99.
              10 FILLER                    PIC X(01).
