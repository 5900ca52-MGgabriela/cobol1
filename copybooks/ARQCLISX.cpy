      *----------------------------------------------------------------*
      *ARQCLISX: LAYOUT DE INTERCAMBIO DE ENVIO PARA O BIRO DE CREDITO *
      *(CLISPX - SPC/SERASA): TIPOREG "I" INCLUSAO DO DEVEDOR APOS O   *
      *PRAZO DO AVISO PREVIO, COM A DATA DA INCLUSAO; TIPOREG "R"      *
      *REMOCAO DO DEVEDOR QUE TEVE O SALDO ZERADO, COM A DATA DA       *
      *QUITACAO E O PRAZO LEGAL DA REMOCAO (CINCO DIAS UTEIS DO        *
      *CALENDARIO CLICAL). EM AMBOS VAI A DATA DO AVISO PREVIO         *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:TIPOREG-:YYY:           PIC X(01).
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:CPFCLI-:YYY:            PIC 9(11).
           05 :XX-:NOMECLI-:YYY:           PIC X(25).
           05 :XX-:ENDCLI-:YYY:.
              10 :XX-:LOGRCLI-:YYY:        PIC X(30).
              10 :XX-:CIDCLI-:YYY:         PIC X(15).
              10 :XX-:UFCLI-:YYY:          PIC X(02).
              10 :XX-:CEPCLI-:YYY:         PIC 9(08).
           05 :XX-:TOTALDIVIDA-:YYY:       PIC 9(08)V99.
           05 :XX-:DATAREF-:YYY:           PIC 9(08).
           05 :XX-:DATALIMITE-:YYY:        PIC 9(08).
           05 :XX-:DATANOTIF-:YYY:         PIC 9(08).
