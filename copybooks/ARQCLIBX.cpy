      *----------------------------------------------------------------*
      *ARQCLIBX: LAYOUT DA CARTEIRA BAIXADA PARA PERDA (CLIBXA DO DIA  *
      *E CLIBXH ACUMULADO PELA ESTEIRA), IGUAL AO ARQCLI02 ACRESCIDO   *
      *DA DATA DA BAIXA. O TOTALDIVIDA E O SALDO BAIXADO E O           *
      *DIASATRASO E O DA DATA DA BAIXA                                 *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:NOMECLI-:YYY:           PIC X(25).
           05 :XX-:ENDCLI-:YYY:.
              10 :XX-:LOGRCLI-:YYY:        PIC X(30).
              10 :XX-:CIDCLI-:YYY:         PIC X(15).
              10 :XX-:UFCLI-:YYY:          PIC X(02).
              10 :XX-:CEPCLI-:YYY:         PIC 9(08).
           05 :XX-:FONECLI-:YYY:           PIC X(11).
           05 :XX-:TOTALDIVIDA-:YYY:       PIC 9(08)V99.
           05 :XX-:CPFCLI-:YYY:            PIC 9(11).
           05 :XX-:DIASATRASO-:YYY:        PIC 9(03).
           05 :XX-:DATABAIXA-:YYY:         PIC 9(08).
