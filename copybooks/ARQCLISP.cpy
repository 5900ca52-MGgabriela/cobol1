      *----------------------------------------------------------------*
      *ARQCLISP: LAYOUT DO ARQUIVO DE SITUACAO NO BIRO DE CREDITO      *
      *(CLISPC), EM ORDEM ASCENDENTE DE CODCLI: UM REGISTRO POR        *
      *CLIENTE JA AVISADO, COM A SITUACAO CORRENTE ("NT" NOTIFICADO,   *
      *"NG" NEGATIVADO, "RP" REMOCAO PENDENTE, "RM" REMOVIDO), O SALDO *
      *AVISADO OU NEGATIVADO E AS DATAS DO CICLO: AVISO PREVIO, FIM DO *
      *PRAZO DO AVISO, INCLUSAO, QUITACAO (SALDO ZERADO POR PAGAMENTO  *
      *OU EXCLUSAO), PRAZO LEGAL DA REMOCAO (EM DIAS UTEIS DO CLICAL)  *
      *E DATA DA ULTIMA SITUACAO. GRAVADO E ATUALIZADO PELO GPAZ9929   *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:SITUACAO-:YYY:          PIC X(02).
           05 :XX-:SALDO-:YYY:             PIC 9(08)V99.
           05 :XX-:DATANOTIF-:YYY:         PIC 9(08).
           05 :XX-:DATAPREV-:YYY:          PIC 9(08).
           05 :XX-:DATAINCL-:YYY:          PIC 9(08).
           05 :XX-:DATAQUIT-:YYY:          PIC 9(08).
           05 :XX-:DATALIMITE-:YYY:        PIC 9(08).
           05 :XX-:DATASIT-:YYY:           PIC 9(08).
