       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:NOMECLI-:YYY:           PIC X(25).
           05 :XX-:DADOS-EST-:YYY: REDEFINES :XX-:NOMECLI-:YYY:.
              10 :XX-:DATAORIG-:YYY:       PIC 9(08).
              10 FILLER                    PIC X(17).
           05 :XX-:ENDCLI-:YYY:.
              10 :XX-:LOGRCLI-:YYY:        PIC X(30).
              10 :XX-:CIDCLI-:YYY:         PIC X(15).
