      *----------------------------------------------------------------*
      *ARQCLIAO: LAYOUT DO ARQUIVO DE OPERACOES DE ACORDO DIGITADAS    *
      *PELA COBRANCA (CLIAPO). A ACAO "I" INCLUI UM ACORDO PARA O      *
      *CODCLI (VALOR NEGOCIADO ZERADO = SALDO DEVEDOR INTEIRO; DE 1 A  *
      *12 PARCELAS MENSAIS A PARTIR DA DATA DO PRIMEIRO VENCIMENTO;    *
      *CARENCIA ZERADA = CARENCIA PADRAO) E A ACAO "C" CANCELA O       *
      *ACORDO VIGENTE DO CODCLI (OS DEMAIS CAMPOS SAO IGNORADOS)       *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:ACAO-:YYY:              PIC X(01).
              88 :XX-:ACAO-INCLUIR-:YYY:          VALUE "I".
              88 :XX-:ACAO-CANCELAR-:YYY:         VALUE "C".
           05 :XX-:VALORACORDO-:YYY:       PIC 9(08)V99.
           05 :XX-:QTPARC-:YYY:            PIC 9(02).
           05 :XX-:DATAPRIVENC-:YYY:       PIC 9(08).
           05 :XX-:CARENCIA-:YYY:          PIC 9(03).
