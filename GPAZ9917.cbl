      *ENTRELACAM, E A CRITICA DE SEQUENCIA DO MERGE CANCELARIA O      *
      *LOTE. RECEBIMENTO QUE NAO CASA COM NENHUM CLIENTE (OU           *
      *COM VALOR INVALIDO, OU COM CPF DIVERGENTE DO CADASTRO) VAI      *
      *PARA O ARQ DE SUSPENSOS CLISUS, RESOLVIDO PELO FINANCEIRO NO    *
      *GPAZ9924 (ATRIBUICAO, DEVOLUCAO OU PENDENCIA ENVELHECIDA).      *
      *RECEBIMENTO DE CLIENTE QUE NAO ESTA MAIS NO CADASTRO POR TER    *
      *SIDO BAIXADO PARA PERDA (CARTEIRA BAIXADA ACUMULADA CLIBXH) NAO *
      *E PAGAMENTO: SAI NO ARQ DE RECUPERACOES CLIRCV, PARA A          *
      *CONTABILIDADE (GPAZ9927) E PARA A PROVA DE CAIXA (GPAZ9924).    *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
           FILE STATUS IS FS-CLISUS
           .

           SELECT CLIBXH ASSIGN            TO UT-S-CLIBXH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBXH
           .

           SELECT CLIRCV ASSIGN            TO UT-S-CLIRCV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIRCV
           .

           SELECT ARQSORT ASSIGN           TO UT-S-ARQSORT
           .

           COPY ARQCLISU REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==SUS==.

      *----CARTEIRA BAIXADA PARA PERDA ACUMULADA PELA ESTEIRA (OS
      *----CLIBXA DOS LOTES DO MERGE)
       FD  CLIBXH
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIBXH
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIBXH
           COPY ARQCLIBX REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==BXH==.

       FD  CLIRCV
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS REG-CLIRCV
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIRCV (RECUPERACOES DE
      *----CREDITOS BAIXADOS PARA PERDA)
           COPY ARQCLIRV REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==RCV==.

      *----ARQUIVO DE TRABALHO DA CLASSIFICACAO DOS MOVIMENTOS DE
      *----PAGAMENTO EM ORDEM ASCENDENTE DE CODCLI (O RETORNO
      *----BANCARIO CHEGA NA ORDEM DE CAPTACAO DO BANCO)
       COPY ARQCLISU REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==SUS==.

      *VARIAVEIS ESPELHO DO CLIBXH
       COPY ARQCLIBX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==BXH==.

      *VARIAVEIS ESPELHO DO CLIRCV
       COPY ARQCLIRV REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==RCV==.

      *TABELA DA CARTEIRA BAIXADA PARA PERDA (CODCLI E CPF), CARREGADA
      *DO CLIBXH NA INICIALIZACAO; SE O MESMO CLIENTE FOI BAIXADO MAIS
      *DE UMA VEZ, VALE A BAIXA MAIS RECENTE
       01  WS-TABELA-BXH.
           05 WS-BXH-OCR                    OCCURS 100000 TIMES.
              10 WS-BXH-CODCLI              PIC X(04).
              10 WS-BXH-CPFCLI              PIC 9(11).
       77  WS-QTD-BXH-TAB                   PIC 9(06)
                                                   COMP.
       77  WS-IDX-BXH                       PIC 9(06)
                                                   COMP.
       77  WS-BXH-POSICAO                   PIC 9(06)
                                                   COMP.

      *SINALIZA QUE O CLIBXH EXISTIA E FOI ABERTO (ANTES DA PRIMEIRA
      *BAIXA PARA PERDA ELE AINDA NAO EXISTE E E TRATADO COMO VAZIO)
       77  WS-BXH-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 BXH-ABERTO                        VALUE "S".

      *MOTIVO DA SUSPENSAO DO RECEBIMENTO CORRENTE
       77  WS-MOTIVO-SUS-ATUAL             PIC X(01).
              88 SUS-CLIENTE-NAO-ACHADO            VALUE "1".
                                                   COMP.
       77  WS-CTGRAVPAG                    PIC 9(07)
                                                   COMP.
       77  WS-CTRECUPERADOS                PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDOBNK-F                  PIC ZZZZZZ9.
       77  WS-CTCASADOS-F                  PIC ZZZZZZ9.
       77  WS-CTSUSPENSOS-F                PIC ZZZZZZ9.
       77  WS-CTGRAVPAG-F                  PIC ZZZZZZ9.
       77  WS-CTRECUPERADOS-F              PIC ZZZZZZ9.

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLIBNK                       PIC X(02).
       01  FS-CLISUS                       PIC X(02).
              88 SUCESSO-S                         VALUE "00".
              88 FIM-ARQUIVO-S                     VALUE "10".
       01  FS-CLIBXH                       PIC X(02).
              88 SUCESSO-BH                        VALUE "00".
              88 FIM-ARQUIVO-BH                    VALUE "10".
              88 BXH-INEXISTENTE                   VALUE "35".
       01  FS-CLIRCV                       PIC X(02).
              88 SUCESSO-RV                        VALUE "00".
              88 FIM-ARQUIVO-RV                    VALUE "10".
       77  WS-FS                           PIC X(02).

      *VARIAVEIS DE MENSAGEM DE ERRO
       77  WS-MSG-ERRO-OPEN-S              PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO SUS".
       77  WS-MSG-ERRO-OPEN-BH             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO BXH".
       77  WS-MSG-ERRO-OPEN-RV             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO RCV".
       77  WS-MSG-ERRO-CLOSE-B             PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO BNK".
       77  WS-MSG-ERRO-CLOSE-S             PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO SUS".
       77  WS-MSG-ERRO-CLOSE-BH            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO BXH".
       77  WS-MSG-ERRO-CLOSE-RV            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO RCV".
       77  WS-MSG-ERRO-READ-B              PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO BNK".
       77  WS-MSG-ERRO-READ-I              PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO IDX".
       77  WS-MSG-ERRO-READ-BH             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO BXH".
       77  WS-MSG-ERRO-TAB-BXH             PIC X(40)
                                                   VALUE
           "ERRO DE TABELA DE BAIXADOS CHEIA".
       77  WS-MSG-ERRO-WRITE               PIC X(40)
                                                   VALUE
           "ERRO DE GRAVACAO DO ARQUIVO".
                                              WS-CTCASADOS
                                              WS-CTSUSPENSOS
                                              WS-CTGRAVPAG
                                              WS-CTRECUPERADOS
                                              WS-QTD-BXH-TAB

      *----ABERTURA DO ARQ CLIBNK PARA LEITURA
           OPEN INPUT CLIBNK
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIRCV PARA AS RECUPERACOES DE BAIXADOS
           OPEN OUTPUT CLIRCV
           IF NOT SUCESSO-RV
              MOVE WS-MSG-ERRO-OPEN-RV     TO WS-MSG
              MOVE FS-CLIRCV               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1200-CARREGA-TABELA-BXH

           ACCEPT WS-DATA-SISTEMA          FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN
           PERFORM 9000-IMPRIME-DATA
           END-IF
           .

      *----CARREGA A TABELA DA CARTEIRA BAIXADA PARA PERDA COM O ARQ
      *----CLIBXH; ARQUIVO AINDA INEXISTENTE EQUIVALE A NENHUM CLIENTE
      *----BAIXADO
       1200-CARREGA-TABELA-BXH.
           OPEN INPUT CLIBXH
           IF BXH-INEXISTENTE
              MOVE "10"                    TO FS-CLIBXH
           ELSE
              IF NOT SUCESSO-BH
                 MOVE WS-MSG-ERRO-OPEN-BH  TO WS-MSG
                 MOVE FS-CLIBXH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET BXH-ABERTO               TO TRUE
              PERFORM 1210-LER-CLIBXH
           END-IF

           PERFORM UNTIL FIM-ARQUIVO-BH
              IF WS-QTD-BXH-TAB < 100000
                 ADD 1                     TO WS-QTD-BXH-TAB
                 MOVE WS-CODCLI-BXH        TO
                                    WS-BXH-CODCLI(WS-QTD-BXH-TAB)
                 MOVE WS-CPFCLI-BXH        TO
                                    WS-BXH-CPFCLI(WS-QTD-BXH-TAB)
              ELSE
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-TAB-BXH  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              PERFORM 1210-LER-CLIBXH
           END-PERFORM

           IF BXH-ABERTO
              CLOSE CLIBXH
              IF NOT SUCESSO-BH
                 MOVE WS-MSG-ERRO-CLOSE-BH TO WS-MSG
                 MOVE FS-CLIBXH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1210-LER-CLIBXH.
           READ CLIBXH INTO WS-REG-CLI-BXH
           IF NOT SUCESSO-BH
              IF NOT FIM-ARQUIVO-BH
                 MOVE WS-MSG-ERRO-READ-BH  TO WS-MSG
                 MOVE FS-CLIBXH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: PERCORRE O
      *----RETORNO BANCARIO CASANDO CADA RECEBIMENTO COM O CADASTRO
      *----E LIBERA PARA A CLASSIFICACAO OS MOVIMENTOS DE PAGAMENTO
                    SET RECEBIMENTO-CASADO TO TRUE
                 END-IF
              ELSE
      *----CODCLI FORA DO CADASTRO: PODE SER UM CLIENTE BAIXADO PARA
      *----PERDA, CUJO RECEBIMENTO E RECUPERACAO (SE O CPF INFORMADO
      *----PELO BANCO BATER COM O DO CLIENTE BAIXADO)
                 IF CHAVE-NAO-ACHADA
                    PERFORM 2500-PROCURA-BAIXADO-COD
                    IF WS-BXH-POSICAO = 0
                       SET SUS-CLIENTE-NAO-ACHADO TO TRUE
                       PERFORM 2400-GRAVA-SUSPENSO
                    ELSE
                       IF WS-CPFCLI-BNK NOT = ZEROS
                          AND WS-CPFCLI-BNK NOT =
                              WS-BXH-CPFCLI(WS-BXH-POSICAO)
                          SET SUS-CPF-DIVERGENTE TO TRUE
                          PERFORM 2400-GRAVA-SUSPENSO
                       ELSE
                          PERFORM 2600-GRAVA-RECUPERACAO
                       END-IF
                    END-IF
                 ELSE
                    MOVE WS-MSG-ERRO-READ-I TO WS-MSG
                    MOVE FS-CLIIDX         TO WS-FS
                 SET RECEBIMENTO-CASADO    TO TRUE
              ELSE
                 IF CHAVE-NAO-ACHADA
                    PERFORM 2550-PROCURA-BAIXADO-CPF
                    IF WS-BXH-POSICAO = 0
                       SET SUS-CLIENTE-NAO-ACHADO TO TRUE
                       PERFORM 2400-GRAVA-SUSPENSO
                    ELSE
                       PERFORM 2600-GRAVA-RECUPERACAO
                    END-IF
                 ELSE
                    MOVE WS-MSG-ERRO-READ-I TO WS-MSG
                    MOVE FS-CLIIDX         TO WS-FS
           END-ADD
           .

      *----PROCURA NA TABELA DA CARTEIRA BAIXADA O CODCLI INFORMADO
      *----PELO BANCO (POSICAO ZERO = NAO E CLIENTE BAIXADO)
       2500-PROCURA-BAIXADO-COD.
           MOVE 0                          TO WS-BXH-POSICAO
           PERFORM VARYING WS-IDX-BXH FROM 1 BY 1
                   UNTIL WS-IDX-BXH > WS-QTD-BXH-TAB
              IF WS-BXH-CODCLI(WS-IDX-BXH) = WS-CODCLI-BNK
                 MOVE WS-IDX-BXH           TO WS-BXH-POSICAO
              END-IF
           END-PERFORM
           .

      *----PROCURA NA TABELA DA CARTEIRA BAIXADA O CPF INFORMADO PELO
      *----BANCO (POSICAO ZERO = NAO E CLIENTE BAIXADO)
       2550-PROCURA-BAIXADO-CPF.
           MOVE 0                          TO WS-BXH-POSICAO
           PERFORM VARYING WS-IDX-BXH FROM 1 BY 1
                   UNTIL WS-IDX-BXH > WS-QTD-BXH-TAB
              IF WS-BXH-CPFCLI(WS-IDX-BXH) = WS-CPFCLI-BNK
                 MOVE WS-IDX-BXH           TO WS-BXH-POSICAO
              END-IF
           END-PERFORM
           .

      *----RECEBIMENTO DE CLIENTE BAIXADO PARA PERDA: NAO VAI PARA O
      *----MERGE COMO PAGAMENTO (O CLIENTE NAO TEM MAIS SALDO ATIVO) E
      *----SIM PARA O ARQ DE RECUPERACOES, COM O CODCLI DO BAIXADO
       2600-GRAVA-RECUPERACAO.
           MOVE WS-BXH-CODCLI(WS-BXH-POSICAO)
                                           TO WS-CODCLI-RCV
           MOVE WS-BXH-CPFCLI(WS-BXH-POSICAO)
                                           TO WS-CPFCLI-RCV
           MOVE WS-VALORPAGO-BNK           TO WS-VALORPAGO-RCV
           MOVE WS-DATAPGTO-BNK            TO WS-DATAPGTO-RCV
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-RCV

           WRITE REG-CLI-RCV FROM WS-REG-CLI-RCV
           IF NOT SUCESSO-RV
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIRCV               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTRECUPERADOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: GRAVA OS
      *----MOVIMENTOS DE PAGAMENTO JA NA ORDEM ASCENDENTE DE CODCLI
      *----QUE A CRITICA DE SEQUENCIA DO MERGE EXIGE
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIRCV
           CLOSE CLIRCV
           IF NOT SUCESSO-RV
              MOVE WS-MSG-ERRO-CLOSE-RV    TO WS-MSG
              MOVE FS-CLIRCV               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           MOVE WS-CTCASADOS               TO WS-CTCASADOS-F
           MOVE WS-CTSUSPENSOS             TO WS-CTSUSPENSOS-F
           MOVE WS-CTGRAVPAG               TO WS-CTGRAVPAG-F
           MOVE WS-CTRECUPERADOS           TO WS-CTRECUPERADOS-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE RECEBIMENTOS LIDOS EM CLIBNK.......:"
                    WS-CTGRAVPAG-F
           DISPLAY "TOTAL DE PAGAMENTOS EM SUSPENSO EM CLISUS...:"
                    WS-CTSUSPENSOS-F
           DISPLAY "TOTAL DE RECUPERACOES DE BAIXADOS EM CLIRCV.:"
                    WS-CTRECUPERADOS-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="
      *----RETORNO PADRONIZADO (ALERTA QUANDO HOUVE PAGAMENTO
      *----EM SUSPENSO)
           MOVE WS-CTLIDOBNK               TO WS-QTLIDO-JRN
           COMPUTE WS-QTGRAV-JRN = WS-CTGRAVPAG + WS-CTRECUPERADOS
           MOVE WS-CTSUSPENSOS             TO WS-QTREJ-JRN
           IF WS-CTSUSPENSOS > 0
              MOVE 4                       TO WS-RC-FINAL
