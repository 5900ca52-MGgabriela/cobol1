      *----------------------------------------------------------------*
      *ARQCLIRV: LAYOUT DO ARQUIVO DE RECUPERACOES DE CREDITOS         *
      *BAIXADOS PARA PERDA (CLIRCV DO DIA E CLIRCH ACUMULADO PELA      *
      *ESTEIRA): UM REGISTRO POR RECEBIMENTO DO RETORNO BANCARIO QUE   *
      *O GPAZ9917 CASOU COM UM CLIENTE DA CARTEIRA BAIXADA (CLIBXH),   *
      *IGUAL AO ARQCLIBK (COM O CODCLI DO CLIENTE BAIXADO) ACRESCIDO   *
      *DA DATA DO PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:CPFCLI-:YYY:            PIC 9(11).
           05 :XX-:VALORPAGO-:YYY:         PIC 9(08)V99.
           05 :XX-:DATAPGTO-:YYY:          PIC 9(08).
           05 :XX-:DATAPROC-:YYY:          PIC 9(08).
