      *----------------------------------------------------------------*
      *ARQCLIDW: LAYOUT DO EXTRATO DIARIO DE MUDANCAS DO CADASTRO      *
      *MESTRE PARA O DATA WAREHOUSE (CLIDWH, VIDE GPAZ9934), EM CAMPOS *
      *DE TAMANHO FIXO SEPARADOS POR PONTO-E-VIRGULA (VALORES COM      *
      *VIRGULA DECIMAL). UMA LINHA POR CLIENTE INCLUIDO (TIPOREG "I",  *
      *TODOS OS CAMPOS DO CLINEW), ALTERADO ("A", SO OS CAMPOS QUE     *
      *MUDARAM; OS DEMAIS EM BRANCO) OU EXCLUIDO ("E", SO A CHAVE E O  *
      *SALDO ANTERIOR). A MASCARA TRAZ UM "S" POR CAMPO PREENCHIDO, NA *
      *ORDEM NOME, LOGRADOURO, CIDADE, UF, CEP, FONE, DIVIDA, CPF E    *
      *DIAS DE ATRASO; A DIVIDA ANTERIOR VEM QUANDO A DIVIDA MUDOU OU  *
      *O CLIENTE SAIU. A ORIGEM DIZ POR QUE A LINHA EXISTE, PELOS      *
      *ARQUIVOS DO MERGE DO DIA: NA "I", "NOVO" (CLIENTE NOVO) OU      *
      *"REIN" (REINTEGRACAO, CLIRST); NA "E", "EXCL" (EXCLUSAO,        *
      *CLIEXC) OU "BAIX" (BAIXA PARA PERDA, CLIBXA); NA "A" EM QUE A   *
      *DIVIDA MUDOU, UMA LETRA POR POSICAO CONFORME OS DETALHES DO     *
      *CLIACR DO CLIENTE: "J" NA 1A (RECALCULO DE JUROS), "P" NA 2A    *
      *(PAGAMENTO) E "S" NA 3A (ESTORNO DE PAGAMENTO). FICA EM BRANCO  *
      *NA "A" SO CADASTRAL E QUANDO NENHUM ARQUIVO DO DIA EXPLICA A    *
      *LINHA. A ULTIMA LINHA E O CONTROLE ("T"), QUE FECHA COM O       *
      *TRAILER DO CLINEW: QTD DO CLIOLD + INCLUIDOS - EXCLUIDOS = QTD  *
      *DO CLINEW E HASH DO CLIOLD + VARIACAO = HASH DO CLINEW. SO E    *
      *USADO EM WORKING (OS SEPARADORES SAO VALUE); O FD GRAVA O       *
      *REGISTRO DE 174 POSICOES                                        *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:TIPOREG-:YYY:           PIC X(01).
              88 :XX-:REG-INCLUSAO-:YYY:          VALUE "I".
              88 :XX-:REG-ALTERACAO-:YYY:         VALUE "A".
              88 :XX-:REG-EXCLUSAO-:YYY:          VALUE "E".
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:DATANEG-:YYY:           PIC X(08).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:GERACAO-:YYY:           PIC 9(06).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:MASCARA-:YYY:.
              10 :XX-:MUDOU-:YYY:          PIC X(01)
                                                   OCCURS 9 TIMES.
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:NOMECLI-:YYY:           PIC X(25).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:LOGRCLI-:YYY:           PIC X(30).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:CIDCLI-:YYY:            PIC X(15).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:UFCLI-:YYY:             PIC X(02).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:CEPCLI-:YYY:            PIC X(08).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:FONECLI-:YYY:           PIC X(11).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:TOTALDIVIDA-:YYY:       PIC X(11).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:DIVIDAANT-:YYY:         PIC X(11).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:CPFCLI-:YYY:            PIC X(11).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:DIASATRASO-:YYY:        PIC X(03).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:ORIGEM-:YYY:            PIC X(04).

       01  :XX-:REG-CTL-:YYY:.
           05 :XX-:TIPOREG-T-:YYY:         PIC X(01)
                                                   VALUE "T".
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:DATANEG-T-:YYY:         PIC X(08).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:GERACAO-T-:YYY:         PIC 9(06).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:QTDOLD-:YYY:            PIC 9(09).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:QTDINC-:YYY:            PIC 9(09).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:QTDALT-:YYY:            PIC 9(09).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:QTDEXC-:YYY:            PIC 9(09).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:QTDNEW-:YYY:            PIC 9(09).
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:HASHOLD-:YYY:           PIC 9(13),99.
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:VARHASH-:YYY:           PIC -9(13),99.
           05 FILLER                       PIC X(01)
                                                   VALUE ";".
           05 :XX-:HASHNEW-:YYY:           PIC 9(13),99.
           05 FILLER                       PIC X(55)
                                                   VALUE SPACES.
