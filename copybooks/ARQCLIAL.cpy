      *----------------------------------------------------------------*
      *ARQCLIAL: LAYOUT DO LOG DE ACESSO A DADOS DE CLIENTE (CLILOG),  *
      *EXIGIDO PELA LGPD: UM REGISTRO POR IDENTIFICACAO DE OPERADOR,   *
      *POR CONSULTA POR CODCLI OU CPF E POR MOVIMENTO DIGITADO NOS     *
      *PROGRAMAS DO ATENDIMENTO (GPAZ9914 E GPAZ9923), COM A DATA E A  *
      *HORA DO SISTEMA, O PROGRAMA, O OPERADOR, A ACAO E A CHAVE. O    *
      *CPF E GRAVADO SEMPRE QUE CONHECIDO (O DIGITADO OU O DO CADASTRO *
      *ENCONTRADO), PARA QUE O GPAZ9932 RESPONDA AO TITULAR QUEM VIU   *
      *OS SEUS DADOS. O RESULTADO E "S" QUANDO O CLIENTE FOI ACHADO,   *
      *O MOVIMENTO ACEITO OU O OPERADOR IDENTIFICADO, E "N" NO         *
      *CONTRARIO. O ARQUIVO ACUMULA DE SESSAO EM SESSAO, COMO O CLIJRN *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:DATA-:YYY:              PIC 9(08).
           05 :XX-:HORA-:YYY:              PIC 9(08).
           05 :XX-:PROGRAMA-:YYY:          PIC X(08).
           05 :XX-:OPERADOR-:YYY:          PIC X(08).
           05 :XX-:ACAO-:YYY:              PIC X(01).
              88 :XX-:ACAO-LOGON-:YYY:            VALUE "L".
              88 :XX-:ACAO-SAIDA-:YYY:            VALUE "X".
              88 :XX-:ACAO-CONS-CODIGO-:YYY:      VALUE "C".
              88 :XX-:ACAO-CONS-CPF-:YYY:         VALUE "F".
              88 :XX-:ACAO-HISTORICO-:YYY:        VALUE "H".
              88 :XX-:ACAO-MOVIMENTO-:YYY:        VALUE "M".
           05 :XX-:TIPOMOV-:YYY:           PIC X(01).
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:CPFCLI-:YYY:            PIC X(11).
           05 :XX-:RESULTADO-:YYY:         PIC X(01).
              88 :XX-:RESULTADO-OK-:YYY:          VALUE "S".
           05 FILLER                       PIC X(10).
