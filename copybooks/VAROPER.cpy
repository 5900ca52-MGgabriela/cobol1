      *----------------------------------------------------------------*
      *VAROPER: TABELA DO CADASTRO DE OPERADORES (CLIOPR, VIDE         *
      *ARQCLIOP), CARREGADA PELO ROTOPER. O PROGRAMA DECLARA O FD      *
      *CLIOPR E O ESPELHO WS-REG-CLI-OPR (ARQCLIOP REPLACING :XX- POR  *
      *WS- E :YYY: POR OPR); O OPERADOR A LOCALIZAR VAI EM             *
      *WS-OPR-PROCURA E A POSICAO VOLTA EM WS-OPR-POSICAO (ZERO =      *
      *OPERADOR NAO CADASTRADO)                                        *
      *----------------------------------------------------------------*
       01  WS-TABELA-OPR.
           05 WS-OPR-OCR                   OCCURS 500 TIMES.
              10 WS-OPR-OPERADOR           PIC X(08).
              10 WS-OPR-SENHA              PIC X(08).
              10 WS-OPR-NOME               PIC X(25).
              10 WS-OPR-PAPEL              PIC X(01).
              10 WS-OPR-SITUACAO           PIC X(01).
                 88 WS-OPR-ATIVO                   VALUE "A".
       77  WS-QTD-OPR-TAB                  PIC 9(04)
                                                   COMP.
       77  WS-IDX-OPR                      PIC 9(04)
                                                   COMP.
       77  WS-OPR-POSICAO                  PIC 9(04)
                                                   COMP.
       77  WS-OPR-PROCURA                  PIC X(08).

       01  FS-CLIOPR                       PIC X(02).
              88 SUCESSO-OP                        VALUE "00".
              88 FIM-ARQUIVO-OP                    VALUE "10".

       77  WS-MSG-ERRO-OPEN-OP             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO OPR".
       77  WS-MSG-ERRO-CLOSE-OP            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO OPR".
       77  WS-MSG-ERRO-READ-OP             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO OPR".
       77  WS-MSG-ERRO-TAB-OP              PIC X(40)
                                                   VALUE
           "ERRO DE TABELA DE OPERADORES CHEIA".
