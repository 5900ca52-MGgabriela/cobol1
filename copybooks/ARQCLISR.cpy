      *----------------------------------------------------------------*
      *ARQCLISR: LAYOUT DO RETORNO DO BIRO DE CREDITO (CLISPR): UM     *
      *CARTAO POR CONFIRMACAO, COM O CODCLI, O TIPO DE RETORNO ("R"    *
      *REMOCAO EFETIVADA NO BIRO) E A DATA DA CONFIRMACAO (AAAAMMDD)   *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:TIPORET-:YYY:           PIC X(01).
           05 :XX-:DATARET-:YYY:           PIC X(08).
           05 FILLER                       PIC X(67).
