           FILE STATUS IS FS-CLIEXC
           .

           SELECT CLIBXA ASSIGN            TO UT-S-CLIBXA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBXA
           .

           SELECT CLICKPT ASSIGN           TO UT-S-CLICKPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISTA
           .

           SELECT CLIAPC ASSIGN            TO UT-S-CLIAPC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAPC
           .

           SELECT CLIAPN ASSIGN            TO UT-S-CLIAPN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAPN
           .

           SELECT CLIAPQ ASSIGN            TO UT-S-CLIAPQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAPQ
           .

           SELECT CLIACH ASSIGN            TO UT-S-CLIACH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIACH
           .



           SELECT CLIJRN ASSIGN            TO UT-S-CLIJRN
           COPY ARQCLIEX REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==EXC==.

      *----CARTEIRA BAIXADA PARA PERDA NO LOTE (TIPOMOV "B")
       FD  CLIBXA
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIBXA
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIBXA
           COPY ARQCLIBX REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==BXA==.

      *----ARQUIVO DE CHECKPOINT/RESTART DO MERGE
      *----ALEM DO CODCLI, CARREGA AS VARIAVEIS CONTADORAS DO LOTE ATE
      *----AQUELE PONTO, PARA QUE UM RESTART RETOME OS TOTAIS DO LOTE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 338 CHARACTERS
           DATA RECORD IS REG-CLICKPT
           .
       01  REG-CLICKPT.
           05 ACUMPAGOS-CKPT                PIC 9(12)V99.
           05 HASHNEW-CKPT                  PIC 9(13)V99.
           05 REJMOT-CKPT                   PIC 9(07)
                                                   OCCURS 8 TIMES.
           05 FAIXA-CKPT                    OCCURS 4 TIMES.
              10 FXQTD-CKPT                 PIC 9(07).
              10 FXDIV-CKPT                 PIC 9(13)V99.
           05 CTACDQBR-CKPT                 PIC 9(07).
           05 CTACDPAG-CKPT                 PIC 9(07).
           05 CTACDCNG-CKPT                 PIC 9(07).
           05 CTBXA-CKPT                    PIC 9(07).
           05 ACUMBAIXA-CKPT                PIC 9(12)V99.
           05 CTEST-CKPT                    PIC 9(07).
           05 ACUMEST-CKPT                  PIC 9(12)V99.
           05 CTCKPT-CKPT                   PIC 9(07).

      *----ARQUIVO IMPRIMIVEL DE CONTROLE DE FIM DE LOTE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS REG-CLIACR
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIACR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 258 CHARACTERS
           DATA RECORD IS REG-CLISTA
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLISTA
           COPY ARQCLIST REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==STA==.

      *----ACORDOS DE PARCELAMENTO CORRENTES (GRAVADOS PELO GPAZ9925
      *----E PELO MERGE ANTERIOR): ENQUANTO O ACORDO ESTA VIGENTE E EM
      *----DIA, O CLIENTE NAO ENVELHECE NEM TEM JUROS RECALCULADOS
       FD  CLIAPC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 372 CHARACTERS
           DATA RECORD IS REG-CLIAPC
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIAPC
           COPY ARQCLIAP REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==APC==.

      *----ACORDOS DE PARCELAMENTO ATUALIZADOS PELO LOTE: PAGAMENTOS
      *----CASADOS COM AS PARCELAS, ACORDOS QUITADOS E ROMPIDOS
       FD  CLIAPN
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 372 CHARACTERS
           DATA RECORD IS REG-CLIAPN
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIAPN
           COPY ARQCLIAP REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==APN==.

      *----RELATORIO IMPRIMIVEL DOS ACORDOS ROMPIDOS NO LOTE
       FD  CLIAPQ
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIAPQ
           .
       01  REG-CLIAPQ                      PIC X(80).

      *----HISTORICO ACUMULADO DOS EXTRATOS DE APROPRIACAO (CLIACR)
      *----DOS LOTES ANTERIORES, USADO PARA CASAR O ESTORNO DE
      *----PAGAMENTO (TIPOMOV "S") COM O PAGAMENTO APLICADO ORIGINAL;
      *----ARQUIVO AUSENTE = NENHUM PAGAMENTO ANTERIOR A ESTORNAR
       FD  CLIACH
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS REG-CLIACH
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIACH
           COPY ARQCLIAC REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==ACH==.

      *----JOURNAL DE EXECUCAO DA ESTEIRA: UM REGISTRO POR EXECUCAO,
      *----ACUMULADO DE EXECUCAO EM EXECUCAO (VIDE ROTJRNL)
       FD  CLIJRN
                 88 EXCLUIR                        VALUE "E".
                 88 REINCLUIR                      VALUE "R".
                 88 PAGAR                          VALUE "P".
                 88 BAIXAR                         VALUE "B".
                 88 ESTORNAR                       VALUE "S".

      *VARIAVEIS DO CLIMOV FORMATADAS
       01  WS-REG-CLI-MOV-F.
              88 REJ-SEM-HISTORICO                 VALUE "5".
              88 REJ-VALOR-INVALIDO                VALUE "6".
              88 REJ-CEP-INVALIDO                  VALUE "7".
              88 REJ-ESTORNO-SEM-PAGAMENTO         VALUE "8".

      *TABELA DOS CPF PRESENTES NO CADASTRO CORRENTE, CARREGADA DE
      *CLIOLD EM PRE-PASSAGEM E MANTIDA AO LONGO DO LOTE (INCLUSAO
       COPY ARQCLIEX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==EXC==.

      *VARIAVEIS ESPELHO DO CLIBXA
       COPY ARQCLIBX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==BXA==.

      *VARIAVEIS ESPELHO DO CLIAUD
       COPY ARQCLIAU REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==AUD==.
       77  WS-PAGTOS-ACUMULADOS             PIC 9(12)V99.
       77  WS-PAGTOS-ACUMULADOS-F           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *ACUMULADOR DO TOTAL BAIXADO PARA PERDA NO LOTE (TRAILER DO
      *CLIACR); RESTAURADO DO CHECKPOINT EM RESTART COMO OS DEMAIS
       77  WS-BAIXAS-ACUMULADAS             PIC 9(12)V99.
       77  WS-BAIXAS-ACUMULADAS-F           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *ACUMULADOR DO TOTAL DE PAGAMENTOS ESTORNADOS NO LOTE (TRAILER
      *DO CLIACR); RESTAURADO DO CHECKPOINT EM RESTART COMO OS DEMAIS
       77  WS-ESTORNOS-ACUMULADOS           PIC 9(12)V99.
       77  WS-ESTORNOS-ACUMULADOS-F         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *VARIAVEIS ESPELHO DO CLISTA (ESTATISTICAS DIARIAS DO LOTE)
       COPY ARQCLIST REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==STA==.
       01  WS-REJ-POR-MOTIVO.
           05 WS-CTREJ-MOT                  PIC 9(07)
                                                   COMP
                                                   OCCURS 8 TIMES.
       77  WS-IDX-MOT                       PIC 9(01).
       01  WS-ACUM-FAIXAS-STA.
           05 WS-FAIXA-STA-OCR              OCCURS 4 TIMES.
       77  WS-EXH-ACHADO                    PIC X(01).
              88 TEM-HISTORICO-EXCLUSAO            VALUE "S".

      *VARIAVEIS ESPELHO DO CLIACH
       COPY ARQCLIAC REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==ACH==.

      *TABELA DOS PAGAMENTOS APLICADOS (DETALHES "P" DO HISTORICO
      *CLIACH E DOS PAGAMENTOS APLICADOS NESTE LOTE), COM O SALDO E
      *OS DIAS EM ATRASO DO MOMENTO DO PAGAMENTO; UM ESTORNO SO E
      *ACEITO CONTRA UM PAGAMENTO DA TABELA AINDA NAO ESTORNADO (OS
      *DETALHES "S" DO HISTORICO MARCAM OS JA ESTORNADOS NA CARGA)
       01  WS-TABELA-PGH.
           05 WS-PGH-OCR                    OCCURS 100000 TIMES.
              10 WS-PGH-CODCLI              PIC X(04).
              10 WS-PGH-DATA                PIC 9(08).
              10 WS-PGH-VALOR               PIC 9(08)V99.
              10 WS-PGH-DIAS                PIC 9(03).
              10 WS-PGH-SALDOPOS            PIC 9(08)V99.
              10 WS-PGH-ESTORNADO           PIC X(01).
       77  WS-QTD-PGH-TAB                   PIC 9(06)
                                                   COMP.
       77  WS-IDX-PGH                       PIC 9(06)
                                                   COMP.
       77  WS-PGH-POSICAO                   PIC 9(06)
                                                   COMP.
       77  WS-PGH-CODCLI-PROC               PIC X(04).
       77  WS-PGH-DATA-PROC                 PIC 9(08).
       77  WS-PGH-VALOR-PROC                PIC 9(08)V99.
       77  WS-PGH-ACHADO                    PIC X(01).
              88 PAGAMENTO-ACHADO                  VALUE "S".
       77  WS-QTD-ACR-RESTART               PIC 9(07)
                                                   COMP.
       77  WS-ACH-ABERTO                    PIC X(01)
                                                   VALUE "N".
              88 ACH-ABERTO                        VALUE "S".

      *TABELA DOS ACORDOS DE PARCELAMENTO, CARREGADA DO CLIAPC NA
      *INICIALIZACAO EM ORDEM ASCENDENTE DE CODCLI; O MERGE PERCORRE A
      *TABELA NA MESMA ORDEM DO CADASTRO (PONTEIRO DE PROCURA) E A
      *DESCARREGA NO CLIAPN ATE O ULTIMO CLIENTE CONCLUIDO A CADA
      *CHECKPOINT (PONTEIRO DE GRAVACAO)
       01  WS-TABELA-ACD.
           05 WS-ACD-OCR                    OCCURS 20000 TIMES.
              10 WS-ACD-CODCLI              PIC X(04).
              10 WS-ACD-REGISTRO            PIC X(372).
       77  WS-QTD-ACD-TAB                   PIC 9(05)
                                                   COMP.
       77  WS-IDX-ACD                       PIC 9(05)
                                                   COMP.
       77  WS-IDX-ACD-GRAV                  PIC 9(05)
                                                   COMP.
       77  WS-IDX-ACD-ATUAL                 PIC 9(05)
                                                   COMP.
       77  WS-CODCLI-ACD-PROCURADO          PIC X(04).
       77  WS-CODCLI-ACD-LIMITE             PIC X(04).
       77  WS-ULTIMO-CODCLI-APC             PIC X(04)
                                                   VALUE LOW-VALUES.
       77  WS-ACD-ACHADO                    PIC X(01).
              88 TEM-ACORDO                        VALUE "S".
       77  WS-ACD-CONGELA                   PIC X(01).
              88 ACORDO-CONGELADO                  VALUE "S".
       77  WS-APC-ABERTO                    PIC X(01)
                                                   VALUE "N".
              88 APC-ABERTO                        VALUE "S".

      *ACORDO EM TRATAMENTO (VIDE ROTACRD) E VALOR DO PAGAMENTO A
      *DISTRIBUIR NAS PARCELAS EM ABERTO
       COPY ARQCLIAP REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==ACD==.
       COPY VARACRD.
       77  WS-VALOR-A-CASAR                 PIC 9(08)V99.
       77  WS-VALOR-FALTA-PARC              PIC 9(08)V99.

      *VARIAVEIS ESPELHO DO CLICKPT E CONTROLE DE RESTART
       01  WS-REG-CLICKPT.
           05 WS-CODCLI-CKPT                PIC X(04).
           05 WS-ACUMPAGOS-CKPT             PIC 9(12)V99.
           05 WS-HASHNEW-CKPT               PIC 9(13)V99.
           05 WS-REJMOT-CKPT                PIC 9(07)
                                                   OCCURS 8 TIMES.
           05 WS-FAIXA-CKPT                 OCCURS 4 TIMES.
              10 WS-FXQTD-CKPT              PIC 9(07).
              10 WS-FXDIV-CKPT              PIC 9(13)V99.
           05 WS-CTACDQBR-CKPT              PIC 9(07).
           05 WS-CTACDPAG-CKPT              PIC 9(07).
           05 WS-CTACDCNG-CKPT              PIC 9(07).
           05 WS-CTBXA-CKPT                 PIC 9(07).
           05 WS-ACUMBAIXA-CKPT             PIC 9(12)V99.
           05 WS-CTEST-CKPT                 PIC 9(07).
           05 WS-ACUMEST-CKPT               PIC 9(12)V99.
           05 WS-CTCKPT-CKPT                PIC 9(07).
       77  WS-CODCLI-RESTART                PIC X(04).
       77  WS-ULTIMO-CODCLI-OK              PIC X(04).
                                                   COMP.
       77  WS-CTPAG                        PIC 9(07)
                                                   COMP.
       77  WS-CTACDQBR                     PIC 9(07)
                                                   COMP.
       77  WS-CTACDPAG                     PIC 9(07)
                                                   COMP.
       77  WS-CTACDCNG                     PIC 9(07)
                                                   COMP.
       77  WS-CTBXA                        PIC 9(07)
                                                   COMP.
       77  WS-CTEST                        PIC 9(07)
                                                   COMP.
      *VARIAVEIS DO RELATORIO DE CONTROLE DE FIM DE LOTE
       01  WS-REL-TITULO                   PIC X(80)
                                                   VALUE
           05 FILLER                       PIC X(22)
                                                   VALUE SPACES.

      *VARIAVEIS DO RELATORIO DE ACORDOS ROMPIDOS (CLIAPQ)
       01  WS-APQ-TITULO                   PIC X(80)
                                                   VALUE
           "ACORDOS DE PARCELAMENTO ROMPIDOS NO LOTE - GPAZ9906".
       01  WS-APQ-CABECALHO.
           05 FILLER                       PIC X(06)
                                                   VALUE "CODCLI".
           05 FILLER                       PIC X(10)
                                                   VALUE "DT ACORDO".
           05 FILLER                       PIC X(15)
                                                   VALUE
              " VALOR ACORDO".
           05 FILLER                       PIC X(04)
                                                   VALUE "PC".
           05 FILLER                       PIC X(10)
                                                   VALUE "VENCTO".
           05 FILLER                       PIC X(15)
                                                   VALUE
              "VALOR PARCELA".
           05 FILLER                       PIC X(20)
                                                   VALUE
              " SALDO ACORDO".
       01  WS-APQ-DETALHE.
           05 WS-APQ-CODCLI                PIC X(04).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-APQ-DATAACORDO            PIC X(08).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-APQ-VALORACORDO           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-APQ-PARCELA               PIC Z9.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-APQ-VENCTO                PIC X(08).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-APQ-VALORPARC             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-APQ-SALDO                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(07)
                                                   VALUE SPACES.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDOOLD-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOMOV-F                  PIC ZZZZZZ9.
       77  WS-CTRST-F                      PIC ZZZZZZ9.
       77  WS-CTACR-F                      PIC ZZZZZZ9.
       77  WS-CTPAG-F                      PIC ZZZZZZ9.
       77  WS-CTACDQBR-F                   PIC ZZZZZZ9.
       77  WS-CTACDPAG-F                   PIC ZZZZZZ9.
       77  WS-CTACDCNG-F                   PIC ZZZZZZ9.
       77  WS-CTBXA-F                      PIC ZZZZZZ9.
       77  WS-CTEST-F                      PIC ZZZZZZ9.

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLIOLD                       PIC X(02).
       01  FS-CLIEXC                       PIC X(02).
              88 SUCESSO-X                         VALUE "00".
              88 FIM-ARQUIVO-X                     VALUE "10".
       01  FS-CLIBXA                       PIC X(02).
              88 SUCESSO-BX                        VALUE "00".
              88 FIM-ARQUIVO-BX                    VALUE "10".
       01  FS-CLICKPT                      PIC X(02).
              88 SUCESSO-K                         VALUE "00".
              88 FIM-ARQUIVO-K                     VALUE "10".
              88 SUCESSO-ST                        VALUE "00".
              88 FIM-ARQUIVO-ST                    VALUE "10".
              88 STA-INEXISTENTE                   VALUE "35".
       01  FS-CLIAPC                       PIC X(02).
              88 SUCESSO-AP                        VALUE "00".
              88 FIM-ARQUIVO-AP                    VALUE "10".
              88 APC-INEXISTENTE                   VALUE "35".
       01  FS-CLIAPN                       PIC X(02).
              88 SUCESSO-AN                        VALUE "00".
              88 FIM-ARQUIVO-AN                    VALUE "10".
       01  FS-CLIAPQ                       PIC X(02).
              88 SUCESSO-AQ                        VALUE "00".
              88 FIM-ARQUIVO-AQ                    VALUE "10".
       01  FS-CLIACH                       PIC X(02).
              88 SUCESSO-AH                        VALUE "00".
              88 FIM-ARQUIVO-AH                    VALUE "10".
              88 ACH-INEXISTENTE                   VALUE "35".
       77  WS-FS                           PIC X(02).

      *VARIAVEIS DE MENSAGEM DE ERRO
       77  WS-MSG-ERRO-CLOSE-AC           PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO ACR".
       77  WS-MSG-ERRO-READ-AC            PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO ACR".
       77  WS-MSG-ERRO-OPEN-CL            PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO CAL".
       77  WS-MSG-ERRO-CLOSE-ST           PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO STA".
       77  WS-MSG-ERRO-OPEN-AP            PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO APC".
       77  WS-MSG-ERRO-CLOSE-AP           PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO APC".
       77  WS-MSG-ERRO-READ-AP            PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO APC".
       77  WS-MSG-ERRO-SEQ-AP             PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO APC".
       77  WS-MSG-ERRO-TAB-ACD            PIC X(40)
                                                   VALUE
           "ERRO DE TABELA DE ACORDOS CHEIA".
       77  WS-MSG-ERRO-OPEN-AN            PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO APN".
       77  WS-MSG-ERRO-CLOSE-AN           PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO APN".
       77  WS-MSG-ERRO-OPEN-AQ            PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO APQ".
       77  WS-MSG-ERRO-CLOSE-AQ           PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO APQ".
       77  WS-MSG-ERRO-OPEN-BX            PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO BXA".
       77  WS-MSG-ERRO-CLOSE-BX           PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO BXA".
       77  WS-MSG-ERRO-OPEN-AH            PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO ACH".
       77  WS-MSG-ERRO-CLOSE-AH           PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO ACH".
       77  WS-MSG-ERRO-READ-AH            PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO ACH".
       77  WS-MSG-ERRO-TAB-PGH            PIC X(40)
                                                   VALUE
           "ERRO DE TABELA DE PAGAMENTOS CHEIA".

      *NOME DO SUBPROGRAMA QUE RECALCULA A DIVIDA DO CLIENTE
       77  WS-NOME-PGM                     PIC X(08)
                                              WS-CTRST
                                              WS-CTACR
                                              WS-CTPAG
                                              WS-CTACDQBR
                                              WS-CTACDPAG
                                              WS-CTACDCNG
                                              WS-CTBXA
                                              WS-CTEST
                                              WS-CTCKPT
           MOVE 0                          TO WS-JUROS-ACUMULADOS
                                              WS-PAGTOS-ACUMULADOS
                                              WS-BAIXAS-ACUMULADAS
                                              WS-ESTORNOS-ACUMULADOS
           MOVE 0                          TO WS-HASH-NEW
                                              WS-HASH-OLD
                                              WS-QTD-DADOS-OLD
      *----ZERANDO AS REJEICOES POR MOTIVO E A DIVIDA POR FAIXA DO
      *----REGISTRO DE ESTATISTICAS DO LOTE
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > 8
              MOVE 0                       TO WS-CTREJ-MOT(WS-IDX-MOT)
           END-PERFORM
           PERFORM VARYING WS-IDX-TAXA FROM 1 BY 1

           PERFORM 1180-CARREGA-TABELA-EXH

           PERFORM 1185-CARREGA-TABELA-PGH

           PERFORM 1170-CARREGA-TABELA-ACD

      *----ABERTURA DO ARQ CLISP PARA LEITURA
           OPEN INPUT CLIOLD
           IF NOT SUCESSO-O
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIBXA PARA A CARTEIRA BAIXADA PARA PERDA
           IF TEM-RESTART
              OPEN EXTEND CLIBXA
           ELSE
              OPEN OUTPUT CLIBXA
           END-IF
           IF NOT SUCESSO-BX
              MOVE WS-MSG-ERRO-OPEN-BX     TO WS-MSG
              MOVE FS-CLIBXA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLICKPT PARA GRAVACAO DOS CHECKPOINTS
      *----DESTA EXECUCAO (SEMPRE RECOMECA DO ZERO)
           OPEN OUTPUT CLICKPT
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIAPN (NOVA GERACAO DOS ACORDOS DE
      *----PARCELAMENTO) E DO CLIAPQ (RELATORIO DE ACORDOS ROMPIDOS);
      *----EM RESTART, CONTINUA OS ARQUIVOS DA EXECUCAO INTERROMPIDA
           IF TEM-RESTART
              OPEN EXTEND CLIAPN
           ELSE
              OPEN OUTPUT CLIAPN
           END-IF
           IF NOT SUCESSO-AN
              MOVE WS-MSG-ERRO-OPEN-AN     TO WS-MSG
              MOVE FS-CLIAPN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF TEM-RESTART
              OPEN EXTEND CLIAPQ
           ELSE
              OPEN OUTPUT CLIAPQ
           END-IF
           IF NOT SUCESSO-AQ
              MOVE WS-MSG-ERRO-OPEN-AQ     TO WS-MSG
              MOVE FS-CLIAPQ               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           IF NOT TEM-RESTART
              WRITE REG-CLIAPQ FROM WS-APQ-TITULO
              IF NOT SUCESSO-AQ
                 MOVE WS-MSG-ERRO-WRITE    TO WS-MSG
                 MOVE FS-CLIAPQ            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              WRITE REG-CLIAPQ FROM WS-APQ-CABECALHO
              IF NOT SUCESSO-AQ
                 MOVE WS-MSG-ERRO-WRITE    TO WS-MSG
                 MOVE FS-CLIAPQ            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

      *----POSICIONA OS PONTEIROS DA TABELA DE ACORDOS; EM RESTART,
      *----OS ACORDOS ATE O ULTIMO CHECKPOINT JA ESTAO NO CLIAPN
           MOVE 1                          TO WS-IDX-ACD
                                              WS-IDX-ACD-GRAV
           IF TEM-RESTART
              PERFORM UNTIL WS-IDX-ACD-GRAV > WS-QTD-ACD-TAB
                      OR WS-ACD-CODCLI(WS-IDX-ACD-GRAV) >
                         WS-CODCLI-RESTART
                 ADD 1                     TO WS-IDX-ACD-GRAV
              END-PERFORM
              MOVE WS-IDX-ACD-GRAV         TO WS-IDX-ACD
           END-IF

      *----A DATA DE PROCESSAMENTO DO NEGOCIO (HISTORICO DE
      *----EXCLUSOES, AUDITORIA E RELATORIO DE FIM DE LOTE) VEM DO
      *----CARTAO DE PARAMETROS, JA CRITICADO EM 1020-LER-PARAMETROS
                 MOVE WS-CTAUD-CKPT        TO WS-CTAUD
                 MOVE WS-CTACR-CKPT        TO WS-CTACR
                 MOVE WS-CTPAG-CKPT        TO WS-CTPAG
                 MOVE WS-CTACDQBR-CKPT     TO WS-CTACDQBR
                 MOVE WS-CTACDPAG-CKPT     TO WS-CTACDPAG
                 MOVE WS-CTACDCNG-CKPT     TO WS-CTACDCNG
                 MOVE WS-CTBXA-CKPT        TO WS-CTBXA
                 MOVE WS-ACUMJUROS-CKPT    TO WS-JUROS-ACUMULADOS
                 MOVE WS-ACUMPAGOS-CKPT    TO WS-PAGTOS-ACUMULADOS
                 MOVE WS-ACUMBAIXA-CKPT    TO WS-BAIXAS-ACUMULADAS
                 MOVE WS-CTEST-CKPT        TO WS-CTEST
                 MOVE WS-ACUMEST-CKPT      TO WS-ESTORNOS-ACUMULADOS
                 MOVE WS-HASHNEW-CKPT      TO WS-HASH-NEW
                 PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                         UNTIL WS-IDX-MOT > 8
                    MOVE WS-REJMOT-CKPT(WS-IDX-MOT)
                                           TO WS-CTREJ-MOT(WS-IDX-MOT)
                 END-PERFORM
           END-IF
           .

      *----CARREGA A TABELA DE PAGAMENTOS APLICADOS COM O HISTORICO
      *----ACUMULADO DOS EXTRATOS DE APROPRIACAO (CLIACH): CADA DETALHE
      *----"P" ENTRA NA TABELA E CADA DETALHE "S" MARCA COMO ESTORNADO
      *----O PAGAMENTO QUE ELE ESTORNOU; ARQUIVO AUSENTE = NENHUM
      *----PAGAMENTO ANTERIOR A ESTORNAR. EM RESTART, ENTRAM TAMBEM OS
      *----DETALHES QUE A EXECUCAO QUE FALHOU GRAVOU NO CLIACR ATE O
      *----CHECKPOINT (1188)
       1185-CARREGA-TABELA-PGH.
           MOVE 0                          TO WS-QTD-PGH-TAB

           OPEN INPUT CLIACH
           IF ACH-INEXISTENTE
              MOVE "10"                    TO FS-CLIACH
           ELSE
              IF NOT SUCESSO-AH
                 MOVE WS-MSG-ERRO-OPEN-AH  TO WS-MSG
                 MOVE FS-CLIACH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET ACH-ABERTO               TO TRUE
              PERFORM 1186-LER-CLIACH
           END-IF

           PERFORM UNTIL FIM-ARQUIVO-AH
              PERFORM 1187-GUARDA-DETALHE-PGH
              PERFORM 1186-LER-CLIACH
           END-PERFORM

           IF ACH-ABERTO
              CLOSE CLIACH
              IF NOT SUCESSO-AH
                 MOVE WS-MSG-ERRO-CLOSE-AH TO WS-MSG
                 MOVE FS-CLIACH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

           IF TEM-RESTART
              PERFORM 1188-CARREGA-PGH-RESTART
           END-IF
           .

       1186-LER-CLIACH.
           READ CLIACH INTO WS-REG-CLI-ACH
           IF NOT SUCESSO-AH
              IF NOT FIM-ARQUIVO-AH
                 MOVE WS-MSG-ERRO-READ-AH  TO WS-MSG
                 MOVE FS-CLIACH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----O DETALHE EM WS-REG-CLI-ACH VAI PARA A TABELA DE PAGAMENTOS
      *----APLICADOS: "P" ENTRA NA TABELA E "S" MARCA COMO ESTORNADO O
      *----PAGAMENTO QUE ELE ESTORNOU
       1187-GUARDA-DETALHE-PGH.
           IF WS-TIPOREG-ACH = "P"
              PERFORM 2335-GUARDA-PAGAMENTO-PGH
           ELSE
           IF WS-TIPOREG-ACH = "S"
              MOVE WS-CODCLI-ACH           TO WS-PGH-CODCLI-PROC
              MOVE WS-DATAORIG-ACH         TO WS-PGH-DATA-PROC
              MOVE WS-JUROS-ACH            TO WS-PGH-VALOR-PROC
              PERFORM 8400-PROCURA-PAGAMENTO
              IF PAGAMENTO-ACHADO
                 MOVE "S"                  TO
                                    WS-PGH-ESTORNADO(WS-PGH-POSICAO)
              END-IF
           END-IF
           END-IF
           .

      *----EM RESTART, LE OS DETALHES QUE A EXECUCAO QUE FALHOU JA
      *----GRAVOU NO CLIACR DO DIA, PARA QUE UM ESTORNO NO TRECHO
      *----RETOMADO CASE COM UM PAGAMENTO APLICADO ANTES DO CHECKPOINT.
      *----SO ENTRAM OS WS-CTACR PRIMEIROS DETALHES (QUANTIDADE GRAVADA
      *----ATE O CHECKPOINT): OS GRAVADOS DEPOIS DELE SERAO REFEITOS
      *----PELO TRECHO RETOMADO E PASSAM POR 2335 NA HORA
       1188-CARREGA-PGH-RESTART.
           MOVE 0                          TO WS-QTD-ACR-RESTART

           OPEN INPUT CLIACR
           IF NOT SUCESSO-AC
              MOVE WS-MSG-ERRO-OPEN-AC     TO WS-MSG
              MOVE FS-CLIACR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF WS-CTACR > 0
              PERFORM 1189-LER-CLIACR-RESTART
           ELSE
              MOVE "10"                    TO FS-CLIACR
           END-IF
           PERFORM UNTIL FIM-ARQUIVO-AC
              PERFORM 1187-GUARDA-DETALHE-PGH
              IF WS-QTD-ACR-RESTART < WS-CTACR
                 PERFORM 1189-LER-CLIACR-RESTART
              ELSE
                 MOVE "10"                 TO FS-CLIACR
              END-IF
           END-PERFORM

           CLOSE CLIACR
           IF NOT SUCESSO-AC
              MOVE WS-MSG-ERRO-CLOSE-AC    TO WS-MSG
              MOVE FS-CLIACR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

      *----LE O CLIACR DA EXECUCAO ANTERIOR NA AREA DO HISTORICO, QUE
      *----TEM O MESMO LAYOUT
       1189-LER-CLIACR-RESTART.
           READ CLIACR INTO WS-REG-CLI-ACH
           IF SUCESSO-AC
              ADD 1                        TO WS-QTD-ACR-RESTART
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-AC
                 MOVE WS-MSG-ERRO-READ-AC  TO WS-MSG
                 MOVE FS-CLIACR            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----CARREGA A TABELA DE ACORDOS DE PARCELAMENTO COM O ARQ CLIAPC
      *----(GERACAO ANTERIOR DO CLIAPN, MANTIDA PELO GPAZ9925); ARQUIVO
      *----AUSENTE = NENHUM ACORDO CADASTRADO
       1170-CARREGA-TABELA-ACD.
           MOVE 0                          TO WS-QTD-ACD-TAB

           OPEN INPUT CLIAPC
           IF APC-INEXISTENTE
              MOVE "10"                    TO FS-CLIAPC
           ELSE
              IF NOT SUCESSO-AP
                 MOVE WS-MSG-ERRO-OPEN-AP  TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET APC-ABERTO               TO TRUE
              PERFORM 1175-LER-CLIAPC
           END-IF

           PERFORM UNTIL FIM-ARQUIVO-AP
              IF WS-QTD-ACD-TAB < 20000
                 ADD 1                     TO WS-QTD-ACD-TAB
                 MOVE WS-CODCLI-ACD        TO
                                    WS-ACD-CODCLI(WS-QTD-ACD-TAB)
                 MOVE WS-REG-CLI-ACD       TO
                                    WS-ACD-REGISTRO(WS-QTD-ACD-TAB)
              ELSE
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-TAB-ACD  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              PERFORM 1175-LER-CLIAPC
           END-PERFORM

           IF APC-ABERTO
              CLOSE CLIAPC
              IF NOT SUCESSO-AP
                 MOVE WS-MSG-ERRO-CLOSE-AP TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----O ARQ CLIAPC TEM QUE VIR EM ORDEM ASCENDENTE ESTRITA DE
      *----CODCLI (UM ACORDO POR CLIENTE), NA MESMA ORDEM DO CADASTRO
       1175-LER-CLIAPC.
           READ CLIAPC INTO WS-REG-CLI-ACD
           IF SUCESSO-AP
              IF WS-CODCLI-ACD NOT > WS-ULTIMO-CODCLI-APC
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-SEQ-AP   TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-CODCLI-ACD           TO WS-ULTIMO-CODCLI-APC
           ELSE
              IF NOT FIM-ARQUIVO-AP
                 MOVE WS-MSG-ERRO-READ-AP  TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1190-LER-CLIEXH.
           READ CLIEXH INTO WS-REG-CLI-EXH
           IF NOT SUCESSO-H
      *----MOVIMENTO AVANCA OS DIAS EM ATRASO PELOS DIAS UTEIS
      *----DECORRIDOS DESDE O ULTIMO LOTE (1060-CALCULA-DIAS-UTEIS),
      *----PARA QUE A VIRADA DE FAIXA ACONTECA MESMO SEM MOVIMENTO;
      *----CADASTRO SEM DIVIDA NAO TEM ATRASO A ENVELHECER; CLIENTE
      *----COM ACORDO DE PARCELAMENTO EM DIA TAMBEM NAO ENVELHECE
      *----(O ATRASO FICA CONGELADO ENQUANTO O ACORDO FOR CUMPRIDO)
           MOVE WS-CODCLI-OLD              TO WS-CODCLI-ACD-PROCURADO
           PERFORM 2800-LOCALIZA-ACORDO
           PERFORM 2805-AVALIA-ACORDO
           IF ACORDO-CONGELADO
              AND WS-TOTALDIVIDA-OLD > 0
              AND WS-DIAS-UTEIS > 0
              ADD 1                        TO WS-CTACDCNG
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF

           IF WS-TOTALDIVIDA-OLD > 0
              AND WS-DIAS-UTEIS > 0
              AND NOT ACORDO-CONGELADO
              ADD WS-DIASATRASO-OLD WS-DIAS-UTEIS
                  GIVING WS-DIAS-ENVELHECIDO
                  ON SIZE ERROR
                        ON SIZE ERROR
                           DISPLAY WS-MSG-ERRO-ADD
                    END-ADD
                 ELSE
                 IF BAIXAR
                    PERFORM 2620-BAIXA-PERDA
                 ELSE
                 IF ESTORNAR
                    PERFORM 2340-ESTORNO
                 ELSE
                    SET REJ-TIPOMOV-INVALIDO TO TRUE
                    PERFORM 2500-REJEITA-MOV
                 END-IF
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
                 SET REJ-CEP-INVALIDO      TO TRUE
                 PERFORM 2500-REJEITA-MOV
              ELSE
      *----CLIENTE COM ACORDO DE PARCELAMENTO EM DIA NAO TEM JUROS
      *----RECALCULADOS NEM ATRASO ALTERADO: O SALDO E OS DIAS EM
      *----ATRASO DO CADASTRO SEGUEM CONGELADOS ENQUANTO O ACORDO
      *----FOR CUMPRIDO (A APROPRIACAO SAI COM JUROS ZERADOS)
              MOVE WS-CODCLI-MOV           TO WS-CODCLI-ACD-PROCURADO
              PERFORM 2800-LOCALIZA-ACORDO
              PERFORM 2805-AVALIA-ACORDO
              IF ACORDO-CONGELADO
                 MOVE WS-TOTALDIVIDA       TO WS-DIVIDACALC
                 MOVE 0                    TO WS-TAXA-APLICADA
                 MOVE WS-DIASATRASO-OLD    TO WS-DIASATRASO
                                              WS-DIASATRASO-MOV
                 MOVE "0"                  TO WS-RESP
                 ADD 1                     TO WS-CTACDCNG
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              ELSE
              CALL WS-NOME-PGM USING WS-DADOS-ENVIADOS
                   ON EXCEPTION DISPLAY WS-MSG-ERRO-CALL
              CANCEL WS-NOME-PGM
              END-CALL
              END-IF

              IF SUCESSO-RESPOSTA
                 MOVE WS-DIVIDACALC        TO WS-TOTALDIVIDA-MOV

              PERFORM 2330-GRAVA-PAGAMENTO-ACR

      *----PAGAMENTO DE CLIENTE COM ACORDO VIGENTE QUITA AS PARCELAS
      *----EM ABERTO MAIS ANTIGAS COM O VALOR EFETIVAMENTE ABATIDO
              MOVE WS-CODCLI-MOV           TO WS-CODCLI-ACD-PROCURADO
              PERFORM 2800-LOCALIZA-ACORDO
              IF TEM-ACORDO
                 AND WS-ACORDO-VIGENTE-ACD
                 PERFORM 2820-APLICA-PARCELAS
                 PERFORM 2805-AVALIA-ACORDO
              END-IF

              ADD 1                        TO WS-CTPAG
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
                  DISPLAY WS-MSG-ERRO-ADD
           END-COMPUTE
           MOVE WS-TOTALDIVIDA-NEW         TO WS-SALDOPOS-ACR
           MOVE ZEROS                      TO WS-DATAORIG-ACR

           WRITE REG-CLI-ACR FROM WS-REG-CLI-ACR
           IF NOT SUCESSO-AC
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

      *----O PAGAMENTO APLICADO NESTE LOTE TAMBEM PODE SER ESTORNADO
      *----POR UM MOVIMENTO SEGUINTE DO MESMO CLIENTE
           MOVE WS-REG-CLI-ACR             TO WS-REG-CLI-ACH
           PERFORM 2335-GUARDA-PAGAMENTO-PGH
           .

      *----GUARDA NA TABELA DE PAGAMENTOS APLICADOS O DETALHE "P" QUE
      *----ESTA EM WS-REG-CLI-ACH (LIDO DO HISTORICO OU RECEM-GRAVADO)
       2335-GUARDA-PAGAMENTO-PGH.
           IF WS-QTD-PGH-TAB < 100000
              ADD 1                        TO WS-QTD-PGH-TAB
              MOVE WS-CODCLI-ACH           TO
                                    WS-PGH-CODCLI(WS-QTD-PGH-TAB)
              MOVE WS-DATAPROC-ACH         TO
                                    WS-PGH-DATA(WS-QTD-PGH-TAB)
              MOVE WS-JUROS-ACH            TO
                                    WS-PGH-VALOR(WS-QTD-PGH-TAB)
              MOVE WS-DIASATRASO-ACH       TO
                                    WS-PGH-DIAS(WS-QTD-PGH-TAB)
              MOVE WS-SALDOPOS-ACH         TO
                                    WS-PGH-SALDOPOS(WS-QTD-PGH-TAB)
              MOVE "N"                     TO
                                    WS-PGH-ESTORNADO(WS-QTD-PGH-TAB)
           ELSE
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-TAB-PGH     TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

      *----ESTORNO DE PAGAMENTO (TIPOMOV "S"): DESFAZ UM PAGAMENTO JA
      *----APLICADO (CHEQUE DEVOLVIDO, PAGAMENTO APLICADO AO CLIENTE
      *----ERRADO PELO GPAZ9917 OU NA RESOLUCAO DE PENDENCIAS). O VALOR
      *----VIAJA NO CAMPO DE TOTAL DA DIVIDA E A DATA DO LOTE QUE
      *----APLICOU O PAGAMENTO NA AREA DO NOME (DATAORIG); O ESTORNO TEM
      *----QUE CASAR COM UM PAGAMENTO APLICADO AINDA NAO ESTORNADO DO
      *----MESMO CLIENTE, DATA E VALOR. DEVOLVE O VALOR AO SALDO E,
      *----QUANDO O PAGAMENTO TINHA QUITADO A DIVIDA (E ZERADO OS DIAS
      *----EM ATRASO EM 2320), RESTAURA OS DIAS EM ATRASO DA EPOCA
       2340-ESTORNO.
           IF WS-TOTALDIVIDA-MOV NOT NUMERIC
              OR WS-TOTALDIVIDA-MOV = ZEROS
              OR WS-DATAORIG-MOV NOT NUMERIC
              SET REJ-VALOR-INVALIDO       TO TRUE
              PERFORM 2500-REJEITA-MOV
           ELSE
              MOVE WS-CODCLI-MOV           TO WS-PGH-CODCLI-PROC
              MOVE WS-DATAORIG-MOV         TO WS-PGH-DATA-PROC
              MOVE WS-TOTALDIVIDA-MOV      TO WS-PGH-VALOR-PROC
              PERFORM 8400-PROCURA-PAGAMENTO
              IF NOT PAGAMENTO-ACHADO
                 SET REJ-ESTORNO-SEM-PAGAMENTO TO TRUE
                 PERFORM 2500-REJEITA-MOV
              ELSE
                 PERFORM 2342-APLICA-ESTORNO
              END-IF
           END-IF
           .

       2342-APLICA-ESTORNO.
      *----GUARDA O SALDO ANTES DO ESTORNO PARA O EXTRATO DE
      *----APROPRIACAO (MESMO CAMPO DE TRABALHO DO PAGAMENTO)
           MOVE WS-TOTALDIVIDA-OLD         TO WS-TOTALDIVIDA

           MOVE WS-REG-CLI-OLD             TO WS-REG-CLI-NEW
           ADD WS-TOTALDIVIDA-MOV WS-TOTALDIVIDA-OLD
                                       GIVING WS-TOTALDIVIDA-NEW
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           IF WS-PGH-SALDOPOS(WS-PGH-POSICAO) = 0
              AND WS-PGH-DIAS(WS-PGH-POSICAO) > WS-DIASATRASO-OLD
              MOVE WS-PGH-DIAS(WS-PGH-POSICAO) TO WS-DIASATRASO-NEW
           END-IF

           PERFORM 2344-GRAVA-ESTORNO-ACR

           MOVE "S"                        TO
                                    WS-PGH-ESTORNADO(WS-PGH-POSICAO)

      *----ESTORNO DE CLIENTE COM ACORDO VIGENTE DESFAZ NAS PARCELAS O
      *----QUE O PAGAMENTO TINHA QUITADO; ACORDO JA QUITADO OU ROMPIDO
      *----NAO E REABERTO
           MOVE WS-CODCLI-MOV              TO WS-CODCLI-ACD-PROCURADO
           PERFORM 2800-LOCALIZA-ACORDO
           IF TEM-ACORDO
              AND WS-ACORDO-VIGENTE-ACD
              PERFORM 2830-ESTORNA-PARCELAS
              PERFORM 2805-AVALIA-ACORDO
           END-IF

           ADD 1                           TO WS-CTEST
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

      *----COMO EM 2320-PAGAMENTO: O CADASTRO RESULTANTE FICA PENDENTE
      *----E O CADASTRO "ANTIGO" EM MEMORIA PASSA A REFLETIR O SALDO
      *----RESTAURADO PARA OS MOVIMENTOS SEGUINTES DO MESMO LOTE
           MOVE WS-REG-CLI-NEW             TO WS-REG-CLI-PEND
           SET PEND-TEM-REG                TO TRUE
           MOVE WS-REG-CLI-NEW             TO WS-REG-CLI-OLD
           .

      *----DETALHE DE ESTORNO DO EXTRATO DE APROPRIACAO (TIPOREG "S"):
      *----SALDO ANTES, DIAS EM ATRASO RESTAURADOS, TAXA ZERADA, VALOR
      *----DEVOLVIDO AO SALDO NO CAMPO DE JUROS, SALDO DEPOIS E A DATA
      *----DO LOTE QUE APLICOU O PAGAMENTO ESTORNADO; O TOTAL DO LOTE
      *----SAI NO TRAILER PARA O RAZAO ESTORNAR O CAIXA
       2344-GRAVA-ESTORNO-ACR.
           MOVE "S"                        TO WS-TIPOREG-ACR
           MOVE WS-CODCLI-MOV              TO WS-CODCLI-ACR
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-ACR
           MOVE WS-TOTALDIVIDA             TO WS-SALDOANT-ACR
           MOVE WS-DIASATRASO-NEW          TO WS-DIASATRASO-ACR
           MOVE ZEROS                      TO WS-TAXA-ACR
           MOVE WS-TOTALDIVIDA-MOV         TO WS-JUROS-ACR
           MOVE WS-TOTALDIVIDA-NEW         TO WS-SALDOPOS-ACR
           MOVE WS-DATAORIG-MOV            TO WS-DATAORIG-ACR

           WRITE REG-CLI-ACR FROM WS-REG-CLI-ACR
           IF NOT SUCESSO-AC
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIACR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD WS-JUROS-ACR                TO WS-ESTORNOS-ACUMULADOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           ADD 1                           TO WS-CTACR
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       2350-MONTA-AUDIT-ANTES.
                  DISPLAY WS-MSG-ERRO-ADD
           END-COMPUTE
           MOVE WS-DIVIDACALC              TO WS-SALDOPOS-ACR
           MOVE ZEROS                      TO WS-DATAORIG-ACR

           WRITE REG-CLI-ACR FROM WS-REG-CLI-ACR
           IF NOT SUCESSO-AC
      *----ALTERAR SEGUIDO DE EXCLUIR): O CLIENTE NAO DEVE SOBRAR
      *----FISICAMENTE EM CLINEW APOS SER EXCLUIDO
           SET PEND-EXCLUIDO               TO TRUE

      *----O ACORDO DE PARCELAMENTO DO CLIENTE EXCLUIDO E CANCELADO
           PERFORM 2840-CANCELA-ACORDO
           .

      *----BAIXA PARA PERDA (TIPOMOV "B", GERADO PELA SELECAO MENSAL
      *----GPAZ9926): O CADASTRO SAI DA CARTEIRA ATIVA PARA O ARQ
      *----CLIBXA COM O SALDO DO MOMENTO DA BAIXA, E O SALDO BAIXADO
      *----VAI PARA O EXTRATO DE APROPRIACAO (TIPOREG "B") E PARA O
      *----TRAILER DO CLIACR. FORA DO CLINEW O CLIENTE NAO ENVELHECE
      *----NEM APROPRIA JUROS; UM RECEBIMENTO POSTERIOR E TRATADO
      *----COMO RECUPERACAO PELO GPAZ9917. CADASTRO SEM SALDO NAO TEM
      *----O QUE BAIXAR
       2620-BAIXA-PERDA.
           IF WS-TOTALDIVIDA-OLD = ZEROS
              SET REJ-VALOR-INVALIDO       TO TRUE
              PERFORM 2500-REJEITA-MOV
           ELSE
              MOVE WS-REG-CLI-OLD          TO WS-REG-CLI-BXA
              MOVE WS-DATA-SISTEMA         TO WS-DATABAIXA-BXA

              WRITE REG-CLI-BXA FROM WS-REG-CLI-BXA
              IF NOT SUCESSO-BX
                 MOVE WS-MSG-ERRO-WRITE    TO WS-MSG
                 MOVE FS-CLIBXA            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF

              PERFORM 2630-GRAVA-BAIXA-ACR

              SET OLD-EXCLUIDO             TO TRUE

      *----COMO NA EXCLUSAO, O CPF SAI DA TABELA DE CPF E O CADASTRO
      *----PENDENTE DE UM MOVIMENTO ANTERIOR DO MESMO LOTE E DESFEITO
              MOVE WS-CPFCLI-OLD           TO WS-CPF-PROCURADO
              PERFORM 8200-RETIRA-CPF-TABELA
              SET PEND-EXCLUIDO            TO TRUE
              PERFORM 2840-CANCELA-ACORDO

              ADD 1                        TO WS-CTBXA
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF
           .

      *----DETALHE DE BAIXA DO EXTRATO DE APROPRIACAO (TIPOREG "B"):
      *----SALDO ANTES, DIAS EM ATRASO NA BAIXA, TAXA ZERADA, SALDO
      *----BAIXADO NO CAMPO DE JUROS E SALDO DEPOIS ZERADO; O TOTAL
      *----DO LOTE SAI NO TRAILER PARA O LANCAMENTO DA PERDA
       2630-GRAVA-BAIXA-ACR.
           MOVE "B"                        TO WS-TIPOREG-ACR
           MOVE WS-CODCLI-OLD              TO WS-CODCLI-ACR
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-ACR
           MOVE WS-TOTALDIVIDA-OLD         TO WS-SALDOANT-ACR
           MOVE WS-DIASATRASO-OLD          TO WS-DIASATRASO-ACR
           MOVE ZEROS                      TO WS-TAXA-ACR
           MOVE WS-TOTALDIVIDA-OLD         TO WS-JUROS-ACR
           MOVE ZEROS                      TO WS-SALDOPOS-ACR
           MOVE ZEROS                      TO WS-DATAORIG-ACR

           WRITE REG-CLI-ACR FROM WS-REG-CLI-ACR
           IF NOT SUCESSO-AC
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIACR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD WS-JUROS-ACR                TO WS-BAIXAS-ACUMULADAS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           ADD 1                           TO WS-CTACR
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----A CADA WS-INTERVALO-CKPT CLIENTES CONCLUIDOS (NUNCA NO MEIO
           ADD 1                           TO WS-CTCKPT

           IF FUNCTION MOD(WS-CTCKPT WS-INTERVALO-CKPT) = 0
              MOVE WS-ULTIMO-CODCLI-OK     TO WS-CODCLI-ACD-LIMITE
              PERFORM 2850-DESCARREGA-ACORDOS

              MOVE WS-ULTIMO-CODCLI-OK     TO WS-CODCLI-CKPT
              MOVE WS-CTGRAVNEW            TO WS-CTGRAVNEW-CKPT
              MOVE WS-CTMOVINV             TO WS-CTMOVINV-CKPT
              MOVE WS-CTAUD                TO WS-CTAUD-CKPT
              MOVE WS-CTACR                TO WS-CTACR-CKPT
              MOVE WS-CTPAG                TO WS-CTPAG-CKPT
              MOVE WS-CTACDQBR             TO WS-CTACDQBR-CKPT
              MOVE WS-CTACDPAG             TO WS-CTACDPAG-CKPT
              MOVE WS-CTACDCNG             TO WS-CTACDCNG-CKPT
              MOVE WS-CTBXA                TO WS-CTBXA-CKPT
              MOVE WS-JUROS-ACUMULADOS     TO WS-ACUMJUROS-CKPT
              MOVE WS-PAGTOS-ACUMULADOS    TO WS-ACUMPAGOS-CKPT
              MOVE WS-BAIXAS-ACUMULADAS    TO WS-ACUMBAIXA-CKPT
              MOVE WS-CTEST                TO WS-CTEST-CKPT
              MOVE WS-ESTORNOS-ACUMULADOS  TO WS-ACUMEST-CKPT
              MOVE WS-HASH-NEW             TO WS-HASHNEW-CKPT
              PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                      UNTIL WS-IDX-MOT > 8
                 MOVE WS-CTREJ-MOT(WS-IDX-MOT)
                                           TO WS-REJMOT-CKPT(WS-IDX-MOT)
              END-PERFORM
           END-IF
           .

      *----LOCALIZA NA TABELA DE ACORDOS O CODCLI EM
      *----WS-CODCLI-ACD-PROCURADO E TRAZ O ACORDO PARA WS-REG-CLI-ACD.
      *----COMO O CADASTRO E A TABELA ESTAO EM ORDEM DE CODCLI, A
      *----PROCURA SO AVANCA A PARTIR DA ULTIMA POSICAO ENCONTRADA
       2800-LOCALIZA-ACORDO.
           MOVE "N"                        TO WS-ACD-ACHADO
           PERFORM UNTIL WS-IDX-ACD > WS-QTD-ACD-TAB
                   OR WS-ACD-CODCLI(WS-IDX-ACD) NOT <
                      WS-CODCLI-ACD-PROCURADO
              ADD 1                        TO WS-IDX-ACD
           END-PERFORM

           IF WS-IDX-ACD NOT > WS-QTD-ACD-TAB
              IF WS-ACD-CODCLI(WS-IDX-ACD) = WS-CODCLI-ACD-PROCURADO
                 SET TEM-ACORDO            TO TRUE
                 MOVE WS-IDX-ACD           TO WS-IDX-ACD-ATUAL
                 MOVE WS-ACD-REGISTRO(WS-IDX-ACD)
                                           TO WS-REG-CLI-ACD
              END-IF
           END-IF
           .

      *----AVALIA O ACORDO EM WS-REG-CLI-ACD NA DATA DO NEGOCIO:
      *----ACORDO VIGENTE EM DIA CONGELA O ATRASO E OS JUROS DO
      *----CLIENTE; SEM PARCELAS EM ABERTO O ACORDO ESTA QUITADO; COM
      *----PARCELA VENCIDA ALEM DA CARENCIA O ACORDO E ROMPIDO E O
      *----CLIENTE VOLTA AO ENVELHECIMENTO NORMAL
       2805-AVALIA-ACORDO.
           MOVE "N"                        TO WS-ACD-CONGELA
           IF TEM-ACORDO
              AND WS-ACORDO-VIGENTE-ACD
              MOVE WS-DATA-SISTEMA         TO WS-ACRD-DATAREF
              PERFORM 8500-VERIFICA-ACORDO
              IF ACORDO-EM-DIA
                 IF WS-ACRD-QTD-ABERTAS = 0
                    SET WS-ACORDO-QUITADO-ACD TO TRUE
                    MOVE WS-DATA-SISTEMA   TO WS-DATASIT-ACD
                 ELSE
                    SET ACORDO-CONGELADO   TO TRUE
                 END-IF
              ELSE
                 PERFORM 2810-ROMPE-ACORDO
              END-IF
              MOVE WS-REG-CLI-ACD          TO
                                    WS-ACD-REGISTRO(WS-IDX-ACD-ATUAL)
           END-IF
           .

      *----ROMPE O ACORDO E LISTA-O NO RELATORIO DE ACORDOS ROMPIDOS
      *----COM A PARCELA QUE O ROMPEU E O SALDO DO ACORDO EM ABERTO
       2810-ROMPE-ACORDO.
           SET WS-ACORDO-ROMPIDO-ACD       TO TRUE
           MOVE WS-DATA-SISTEMA            TO WS-DATASIT-ACD

           MOVE WS-CODCLI-ACD              TO WS-APQ-CODCLI
           MOVE WS-DATAACORDO-ACD          TO WS-APQ-DATAACORDO
           MOVE WS-VALORACORDO-ACD         TO WS-APQ-VALORACORDO
           MOVE WS-ACRD-PARC-ROMPE         TO WS-APQ-PARCELA
           MOVE WS-VENCTO-ACD(WS-ACRD-PARC-ROMPE)
                                           TO WS-APQ-VENCTO
           MOVE WS-VALORPARC-ACD(WS-ACRD-PARC-ROMPE)
                                           TO WS-APQ-VALORPARC
           MOVE WS-ACRD-SALDO-ABERTO       TO WS-APQ-SALDO
           WRITE REG-CLIAPQ FROM WS-APQ-DETALHE
           IF NOT SUCESSO-AQ
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIAPQ               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTACDQBR
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----DISTRIBUI O VALOR ABATIDO PELO PAGAMENTO (WS-JUROS-ACR,
      *----MONTADO EM 2330) PELAS PARCELAS EM ABERTO DO ACORDO, DA
      *----MAIS ANTIGA PARA A MAIS NOVA; O EXCEDENTE A ULTIMA PARCELA
      *----FICA SO NO SALDO DO CADASTRO
       2820-APLICA-PARCELAS.
           MOVE WS-JUROS-ACR               TO WS-VALOR-A-CASAR
           PERFORM VARYING WS-ACRD-IDX FROM 1 BY 1
                   UNTIL WS-ACRD-IDX > WS-QTPARC-ACD
                   OR WS-ACRD-IDX > 12
                   OR WS-VALOR-A-CASAR = 0
              IF WS-VALORPAGO-ACD(WS-ACRD-IDX) <
                 WS-VALORPARC-ACD(WS-ACRD-IDX)
                 SUBTRACT WS-VALORPAGO-ACD(WS-ACRD-IDX)
                          FROM WS-VALORPARC-ACD(WS-ACRD-IDX)
                          GIVING WS-VALOR-FALTA-PARC
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-SUBTRACT
                 IF WS-VALOR-A-CASAR < WS-VALOR-FALTA-PARC
                    ADD WS-VALOR-A-CASAR
                                 TO WS-VALORPAGO-ACD(WS-ACRD-IDX)
                        ON SIZE ERROR
                           DISPLAY WS-MSG-ERRO-ADD
                    END-ADD
                    MOVE 0                 TO WS-VALOR-A-CASAR
                 ELSE
                    MOVE WS-VALORPARC-ACD(WS-ACRD-IDX)
                                 TO WS-VALORPAGO-ACD(WS-ACRD-IDX)
                    SUBTRACT WS-VALOR-FALTA-PARC
                                           FROM WS-VALOR-A-CASAR
                        ON SIZE ERROR
                           DISPLAY WS-MSG-ERRO-ADD
                    END-SUBTRACT
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-REG-CLI-ACD             TO
                                    WS-ACD-REGISTRO(WS-IDX-ACD-ATUAL)

           ADD 1                           TO WS-CTACDPAG
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----RETIRA DAS PARCELAS DO ACORDO O VALOR ESTORNADO
      *----(WS-JUROS-ACR, MONTADO EM 2344), DA PARCELA MAIS NOVA COM
      *----VALOR PAGO PARA A MAIS ANTIGA, NO SENTIDO INVERSO DE 2820
       2830-ESTORNA-PARCELAS.
           MOVE WS-JUROS-ACR               TO WS-VALOR-A-CASAR
           IF WS-QTPARC-ACD > 12
              MOVE 12                      TO WS-ACRD-IDX
           ELSE
              MOVE WS-QTPARC-ACD           TO WS-ACRD-IDX
           END-IF
           PERFORM UNTIL WS-ACRD-IDX < 1
                   OR WS-VALOR-A-CASAR = 0
              IF WS-VALOR-A-CASAR < WS-VALORPAGO-ACD(WS-ACRD-IDX)
                 SUBTRACT WS-VALOR-A-CASAR
                                 FROM WS-VALORPAGO-ACD(WS-ACRD-IDX)
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-SUBTRACT
                 MOVE 0                    TO WS-VALOR-A-CASAR
              ELSE
                 SUBTRACT WS-VALORPAGO-ACD(WS-ACRD-IDX)
                                           FROM WS-VALOR-A-CASAR
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-SUBTRACT
                 MOVE 0                    TO
                                    WS-VALORPAGO-ACD(WS-ACRD-IDX)
              END-IF
              SUBTRACT 1                   FROM WS-ACRD-IDX
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-SUBTRACT
           END-PERFORM
           MOVE WS-REG-CLI-ACD             TO
                                    WS-ACD-REGISTRO(WS-IDX-ACD-ATUAL)
           .

      *----CLIENTE QUE SAI DA CARTEIRA (EXCLUSAO OU BAIXA PARA PERDA)
      *----NAO TEM MAIS ACORDO A COBRAR: O ACORDO VIGENTE PASSA A
      *----CANCELADO NA DATA DO NEGOCIO, COMO O CANCELAMENTO DO
      *----GPAZ9925, E NAO E MAIS REAVALIADO NEM LISTADO COMO ROMPIDO
      *----NO CLIAPQ QUANDO FOR GRAVADO NO CLIAPN (2860)
       2840-CANCELA-ACORDO.
           MOVE WS-CODCLI-MOV              TO WS-CODCLI-ACD-PROCURADO
           PERFORM 2800-LOCALIZA-ACORDO
           IF TEM-ACORDO
              AND WS-ACORDO-VIGENTE-ACD
              SET WS-ACORDO-CANCELADO-ACD  TO TRUE
              MOVE WS-DATA-SISTEMA         TO WS-DATASIT-ACD
              MOVE "N"                     TO WS-ACD-CONGELA
              MOVE WS-REG-CLI-ACD          TO
                                    WS-ACD-REGISTRO(WS-IDX-ACD-ATUAL)
           END-IF
           .

      *----GRAVA NO CLIAPN OS ACORDOS DA TABELA ATE O CODCLI EM
      *----WS-CODCLI-ACD-LIMITE (ULTIMO CLIENTE CONCLUIDO NO CHECKPOINT,
      *----OU HIGH-VALUES NO FIM DO LOTE)
       2850-DESCARREGA-ACORDOS.
           PERFORM 2860-GRAVA-ACORDO
                   UNTIL WS-IDX-ACD-GRAV > WS-QTD-ACD-TAB
                   OR WS-ACD-CODCLI(WS-IDX-ACD-GRAV) >
                      WS-CODCLI-ACD-LIMITE
           .

      *----TODO ACORDO E REAVALIADO ANTES DE GRAVADO (O DE CLIENTE
      *----QUE NAO PASSOU PELO MERGE TAMBEM), PARA QUE A NOVA GERACAO
      *----SEMPRE SAIA COM A SITUACAO DO DIA; ACORDO JA ROMPIDO OU
      *----QUITADO NAO E MAIS VIGENTE E NAO E LISTADO DE NOVO
       2860-GRAVA-ACORDO.
           MOVE WS-ACD-REGISTRO(WS-IDX-ACD-GRAV) TO WS-REG-CLI-ACD
           MOVE WS-IDX-ACD-GRAV            TO WS-IDX-ACD-ATUAL
           SET TEM-ACORDO                  TO TRUE
           PERFORM 2805-AVALIA-ACORDO

           WRITE REG-CLI-APN FROM WS-REG-CLI-ACD
           IF NOT SUCESSO-AN
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIAPN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-IDX-ACD-GRAV
           .

       3000-TERMINO.
           PERFORM 9000-IMPRIME-DATA

              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIBXA
           CLOSE CLIBXA
           IF NOT SUCESSO-BX
              MOVE WS-MSG-ERRO-CLOSE-BX    TO WS-MSG
              MOVE FS-CLIBXA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIAUD
           CLOSE CLIAUD
           IF NOT SUCESSO-A

      *----GRAVA O TRAILER DO EXTRATO DE APROPRIACAO COM O TOTAL DE
      *----JUROS DO LOTE (VALOR QUE A CONTABILIDADE LANCA NA CONTA DE
      *----RECEITA DE JUROS), O TOTAL DE PAGAMENTOS APLICADOS
      *----(CAIXA CONTRA A DIVIDA), O TOTAL BAIXADO PARA PERDA
      *----(LANCAMENTO DA PERDA) E O TOTAL DE PAGAMENTOS ESTORNADOS
      *----(CAIXA DEVOLVIDO A DIVIDA) E FECHA O ARQ CLIACR
           MOVE SPACES                     TO WS-REG-CLI-ACR
           MOVE "T"                        TO WS-TIPOREG-ACR
           MOVE WS-JUROS-ACUMULADOS        TO WS-TOTJUROS-ACR
           MOVE WS-PAGTOS-ACUMULADOS       TO WS-TOTPAGOS-ACR
           MOVE WS-BAIXAS-ACUMULADAS       TO WS-TOTBAIXAS-ACR
           MOVE WS-ESTORNOS-ACUMULADOS     TO WS-TOTESTORNOS-ACR
           WRITE REG-CLI-ACR FROM WS-REG-CLI-ACR
           IF NOT SUCESSO-AC
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              GO                           TO 9999-ERRO
           END-IF

      *----DESCARREGA O RESTANTE DA TABELA DE ACORDOS NO CLIAPN,
      *----FECHA O ARQ CLIAPN E O RELATORIO DE ACORDOS ROMPIDOS
           MOVE HIGH-VALUES                TO WS-CODCLI-ACD-LIMITE
           PERFORM 2850-DESCARREGA-ACORDOS

           CLOSE CLIAPN
           IF NOT SUCESSO-AN
              MOVE WS-MSG-ERRO-CLOSE-AN    TO WS-MSG
              MOVE FS-CLIAPN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE "TOTAL DE ACORDOS ROMPIDOS NO LOTE...........:"
                                           TO WS-REL-DESC
           MOVE WS-CTACDQBR                TO WS-CTACDQBR-F
           MOVE WS-CTACDQBR-F              TO WS-REL-VALOR
           WRITE REG-CLIAPQ FROM WS-REL-LINHA
           IF NOT SUCESSO-AQ
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIAPQ               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLIAPQ
           IF NOT SUCESSO-AQ
              MOVE WS-MSG-ERRO-CLOSE-AQ    TO WS-MSG
              MOVE FS-CLIAPQ               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----GRAVA O REGISTRO DE ESTATISTICAS DO DIA NO HISTORICO
      *----CLISTA (UMA LINHA POR LOTE, PARA O RELATORIO MENSAL DE
      *----TENDENCIA DO GPAZ9919) E FECHA O ARQUIVO
           MOVE WS-CTEXC                   TO WS-QTEXC-STA
           MOVE WS-CTRST                   TO WS-QTRST-STA
           MOVE WS-CTPAG                   TO WS-QTPAG-STA
           MOVE WS-CTEST                   TO WS-QTEST-STA
           MOVE WS-CTSEMMOV                TO WS-QTSEMMOV-STA
           MOVE WS-CTMOVINV                TO WS-QTMOVINV-STA
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > 8
              MOVE WS-CTREJ-MOT(WS-IDX-MOT) TO
                                   WS-QTREJMOT-STA(WS-IDX-MOT)
           END-PERFORM
           MOVE WS-CTRST                   TO WS-CTRST-F
           MOVE WS-CTACR                   TO WS-CTACR-F
           MOVE WS-CTPAG                   TO WS-CTPAG-F
           MOVE WS-CTACDQBR                TO WS-CTACDQBR-F
           MOVE WS-CTACDPAG                TO WS-CTACDPAG-F
           MOVE WS-CTACDCNG                TO WS-CTACDCNG-F
           MOVE WS-CTBXA                   TO WS-CTBXA-F
           MOVE WS-CTEST                   TO WS-CTEST-F
           MOVE WS-JUROS-ACUMULADOS        TO WS-JUROS-ACUMULADOS-F
           MOVE WS-PAGTOS-ACUMULADOS       TO WS-PAGTOS-ACUMULADOS-F
           MOVE WS-BAIXAS-ACUMULADAS       TO WS-BAIXAS-ACUMULADAS-F
           MOVE WS-ESTORNOS-ACUMULADOS     TO WS-ESTORNOS-ACUMULADOS-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE CADASTROS LIDOS EM CLIOLD..........:"
                    WS-CTRST-F
           DISPLAY "TOTAL DE CADASTROS EXCLUIDOS EM CLIOLD......:"
                    WS-CTEXC-F
           DISPLAY "TOTAL DE CADASTROS BAIXADOS PARA PERDA......:"
                    WS-CTBXA-F
           DISPLAY "TOTAL DE CADASTROS ALTERADOS PARA CLINEW....:"
                    WS-CTALT-F
           DISPLAY "TOTAL DE PAGAMENTOS APLICADOS NO LOTE.......:"
                    WS-CTPAG-F
           DISPLAY "TOTAL DE ESTORNOS DE PAGAMENTO NO LOTE......:"
                    WS-CTEST-F
           DISPLAY "TOTAL DE CADASTROS INVALIDOS................:"
                    WS-CTCADINV-F
           DISPLAY "TOTAL DE CADASTROS SEM MOVIMENTO NO LOTE....:"
                    WS-CTAUD-F
           DISPLAY "TOTAL DE APROPRIACOES GRAVADAS EM CLIACR....:"
                    WS-CTACR-F
           DISPLAY "TOTAL DE PAGAMENTOS CASADOS COM ACORDO......:"
                    WS-CTACDPAG-F
           DISPLAY "TOTAL DE CADASTROS CONGELADOS POR ACORDO....:"
                    WS-CTACDCNG-F
           DISPLAY "TOTAL DE ACORDOS ROMPIDOS NO LOTE...........:"
                    WS-CTACDQBR-F
           DISPLAY "TOTAL DE JUROS APROPRIADOS NO LOTE...:"
                    WS-JUROS-ACUMULADOS-F
           DISPLAY "TOTAL DE PAGAMENTOS NO LOTE..........:"
                    WS-PAGTOS-ACUMULADOS-F
           DISPLAY "TOTAL BAIXADO PARA PERDA NO LOTE.....:"
                    WS-BAIXAS-ACUMULADAS-F
           DISPLAY "TOTAL ESTORNADO NO LOTE..............:"
                    WS-ESTORNOS-ACUMULADOS-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F

              GO                           TO 9999-ERRO
           END-IF

           MOVE "TOTAL DE CADASTROS BAIXADOS PARA PERDA......:"
                                           TO WS-REL-DESC
           MOVE WS-CTBXA-F                 TO WS-REL-VALOR
           WRITE REG-CLIRPT FROM WS-REL-LINHA
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIRPT               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE "TOTAL DE CADASTROS ALTERADOS PARA CLINEW....:"
                                           TO WS-REL-DESC
           MOVE WS-CTALT-F                 TO WS-REL-VALOR
              GO                           TO 9999-ERRO
           END-IF

           MOVE "TOTAL DE ESTORNOS DE PAGAMENTO NO LOTE......:"
                                           TO WS-REL-DESC
           MOVE WS-CTEST-F                 TO WS-REL-VALOR
           WRITE REG-CLIRPT FROM WS-REL-LINHA
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIRPT               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE "TOTAL DE CADASTROS INVALIDOS................:"
                                           TO WS-REL-DESC
           MOVE WS-CTCADINV-F              TO WS-REL-VALOR
              GO                           TO 9999-ERRO
           END-IF

           MOVE "TOTAL DE PAGAMENTOS CASADOS COM ACORDO......:"
                                           TO WS-REL-DESC
           MOVE WS-CTACDPAG-F              TO WS-REL-VALOR
           WRITE REG-CLIRPT FROM WS-REL-LINHA
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIRPT               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE "TOTAL DE CADASTROS CONGELADOS POR ACORDO....:"
                                           TO WS-REL-DESC
           MOVE WS-CTACDCNG-F              TO WS-REL-VALOR
           WRITE REG-CLIRPT FROM WS-REL-LINHA
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIRPT               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE "TOTAL DE ACORDOS ROMPIDOS NO LOTE...........:"
                                           TO WS-REL-DESC
           MOVE WS-CTACDQBR-F              TO WS-REL-VALOR
           WRITE REG-CLIRPT FROM WS-REL-LINHA
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIRPT               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE "TEMPO TOTAL DE PROCESSAMENTO................:"
                                           TO WS-REL-DESC-T
           MOVE WS-TEMPO-PROCESSAMENTO-F   TO WS-REL-VALOR-T
           END-PERFORM
           .

      *----PROCURA NA TABELA DE PAGAMENTOS APLICADOS O PRIMEIRO AINDA
      *----NAO ESTORNADO COM O CODCLI, A DATA E O VALOR PROCURADOS
       8400-PROCURA-PAGAMENTO.
           MOVE "N"                        TO WS-PGH-ACHADO
           PERFORM VARYING WS-IDX-PGH FROM 1 BY 1
                   UNTIL WS-IDX-PGH > WS-QTD-PGH-TAB
                   OR PAGAMENTO-ACHADO
              IF WS-PGH-CODCLI(WS-IDX-PGH) = WS-PGH-CODCLI-PROC
                 AND WS-PGH-DATA(WS-IDX-PGH) = WS-PGH-DATA-PROC
                 AND WS-PGH-VALOR(WS-IDX-PGH) = WS-PGH-VALOR-PROC
                 AND WS-PGH-ESTORNADO(WS-IDX-PGH) = "N"
                 SET PAGAMENTO-ACHADO      TO TRUE
                 MOVE WS-IDX-PGH           TO WS-PGH-POSICAO
              END-IF
           END-PERFORM
           .

      *----(8500-VERIFICA-ACORDO) VERIFICA O ACORDO DE PARCELAMENTO
           COPY ROTACRD.

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

