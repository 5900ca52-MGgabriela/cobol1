      *----------------------------------------------------------------*
      *ARQCLIPH: LAYOUT DO HISTORICO DA PROVISAO PARA DEVEDORES        *
      *DUVIDOSOS - PDD (CLIPHC ENTRA COM O HISTORICO CORRENTE E CLIPHN *
      *SAI ATUALIZADO), EM ORDEM ASCENDENTE DE ANO/MES: UM REGISTRO    *
      *POR FECHAMENTO MENSAL (GPAZ9931), COM A DATA EM QUE FOI         *
      *CALCULADO E, POR FAIXA DE DIAS EM ATRASO (MESMA ORDEM DA        *
      *TABTAXAS/TABFAIXA), A QUANTIDADE DE CLIENTES DEVEDORES, O SALDO *
      *DA CARTEIRA, O PERCENTUAL APLICADO E A PROVISAO CONTABILIZADA,  *
      *MAIS OS TOTAIS DE CARTEIRA E DE PROVISAO DO MES                 *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:ANOMES-:YYY:            PIC 9(06).
           05 :XX-:DATAPROC-:YYY:          PIC 9(08).
           05 :XX-:FAIXA-:YYY:             OCCURS 4 TIMES.
              10 :XX-:QTFAIXA-:YYY:        PIC 9(07).
              10 :XX-:SALDOFAIXA-:YYY:     PIC 9(13)V99.
              10 :XX-:PERCFAIXA-:YYY:      PIC 9(03)V99.
              10 :XX-:PROVFAIXA-:YYY:      PIC 9(13)V99.
           05 :XX-:TOTSALDO-:YYY:          PIC 9(13)V99.
           05 :XX-:TOTPROV-:YYY:           PIC 9(13)V99.
