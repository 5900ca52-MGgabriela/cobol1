      *COBRANCA (CLIAGX): UM REGISTRO POR CONTA COLOCADA, NO FORMATO   *
      *FIXO ACORDADO COM A AGENCIA - CODIGO E CPF DO CLIENTE, NOME,    *
      *ENDERECO, TELEFONE JA FORMATADO ((XX)XXXX-XXXX OU               *
      *(XX)9XXXX-XXXX, VIDE ROTFONE), SALDO DEVEDOR E DIAS EM ATRASO.  *
      *ENDDEVOLVIDO "S" AVISA A AGENCIA QUE O ENDERECO CONSTA DO       *
      *CADASTRO DE ENDERECOS DEVOLVIDOS (CLIEDC, VIDE GPAZ9930) E QUE  *
      *O CLIENTE PRECISA SER LOCALIZADO, COM A DATA E O MOTIVO DOS     *
      *CORREIOS DA ULTIMA DEVOLUCAO; "N" COM DATA E MOTIVO ZERADOS     *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:FONECLI-:YYY:           PIC X(14).
           05 :XX-:TOTALDIVIDA-:YYY:       PIC 9(08)V99.
           05 :XX-:DIASATRASO-:YYY:        PIC 9(03).
           05 :XX-:ENDDEVOLVIDO-:YYY:      PIC X(01).
           05 :XX-:DATADEV-:YYY:           PIC 9(08).
           05 :XX-:MOTIVODEV-:YYY:         PIC X(02).
