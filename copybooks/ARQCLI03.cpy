      *----------------------------------------------------------------*
      *ARQCLI03: LAYOUT DO ARQUIVO DE MOVIMENTO DE CLIENTE (CLIMOV)    *
      *IGUAL AO ARQCLI02 ACRESCIDO DO DIAS DE ATRASO E TIPO DE MOV.    *
      *NO ESTORNO DE PAGAMENTO (TIPOMOV "S") O NOME NAO VIAJA: A AREA  *
      *LEVA A DATA DO LOTE QUE APLICOU O PAGAMENTO ESTORNADO E O VALOR *
      *ESTORNADO VIAJA NO CAMPO DE TOTAL DA DIVIDA, COMO NO PAGAMENTO  *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:NOMECLI-:YYY:           PIC X(25).
           05 :XX-:DADOS-EST-:YYY: REDEFINES :XX-:NOMECLI-:YYY:.
              10 :XX-:DATAORIG-:YYY:       PIC 9(08).
              10 FILLER                    PIC X(17).
           05 :XX-:ENDCLI-:YYY:.
              10 :XX-:LOGRCLI-:YYY:        PIC X(30).
              10 :XX-:CIDCLI-:YYY:         PIC X(15).
