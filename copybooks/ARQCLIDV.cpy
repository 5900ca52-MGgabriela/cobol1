      *----------------------------------------------------------------*
      *ARQCLIDV: LAYOUT DO ARQUIVO DE CORRESPONDENCIA DEVOLVIDA PELOS  *
      *CORREIOS (CLIDEV), DIGITADO PELO FINANCEIRO A CADA LOTE DE      *
      *DEVOLUCOES, EM QUALQUER ORDEM: CODIGO DO CLIENTE, DATA DA       *
      *DEVOLUCAO (AAAAMMDD) E MOTIVO DA DEVOLUCAO NO CODIGO DOS        *
      *CORREIOS (VIDE TABMOTDV)                                        *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:DATADEV-:YYY:           PIC X(08).
           05 :XX-:MOTIVO-:YYY:            PIC X(02).
           05 FILLER                       PIC X(66).
