      *----------------------------------------------------------------*
      *ARQCLISA: LAYOUT DO ARQUIVO DE SUSPENSO ENVELHECIDO (CLISAG)    *
      *IGUAL AO ARQCLISU ACRESCIDO DA DATA EM QUE O RECEBIMENTO        *
      *ENTROU NO SUSPENSO, PARA QUE O GPAZ9924 APURE HA QUANTOS DIAS   *
      *O DINHEIRO ESTA PARADO. GERADO A CADA EXECUCAO (CLISAG DE       *
      *ENTRADA, CLISAGN DE SAIDA) COM OS ITENS AINDA NAO RESOLVIDOS;   *
      *O MESMO LAYOUT E USADO NO ARQ DE DEVOLUCOES AO PAGADOR (CLIRFD) *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:CPFCLI-:YYY:            PIC 9(11).
           05 :XX-:VALORPAGO-:YYY:         PIC 9(08)V99.
           05 :XX-:DATAPGTO-:YYY:          PIC 9(08).
           05 :XX-:MOTIVOS-:YYY:           PIC X(01).
           05 :XX-:DATASUS-:YYY:           PIC 9(08).
