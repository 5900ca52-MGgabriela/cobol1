      *PROJETO: GPAZ9924                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: RESOLUCAO DOS PAGAMENTOS EM SUSPENSO E BALANCEAMENTO  *
      *DO CAIXA DO RETORNO BANCARIO.                                   *
      *RODA APOS O GPAZ9917: LE OS RECEBIMENTOS SUSPENSOS DO DIA       *
      *(CLISUS) E O SUSPENSO ENVELHECIDO DAS EXECUCOES ANTERIORES      *
      *(CLISAG), E APLICA A CADA ITEM A RESOLUCAO DO OPERADOR DO       *
      *FINANCEIRO (CLIRSO): "A" ATRIBUI O RECEBIMENTO A UM CODCLI DO   *
      *CADASTRO MESTRE INDEXADO (CLIIDX) E GRAVA O MOVIMENTO DE        *
      *PAGAMENTO (TIPOMOV "P") NO ARQ CLIPGR, NO LAYOUT DO CLIMOV E EM *
      *ORDEM ASCENDENTE DE CODCLI - COMO O CLIPAG, TEM QUE SER         *
      *INTERCALADO (SORT-MERGE POR CODCLI) COM O CLIMOV DO DIA ANTES   *
      *DO MERGE (GPAZ9906); "D" DEVOLVE O DINHEIRO AO PAGADOR (ARQ     *
      *CLIRFD); "P" OU SEM RESOLUCAO MANTEM O ITEM PENDENTE, E ELE     *
      *ROLA PARA O NOVO SUSPENSO ENVELHECIDO (CLISAGN) COM A DATA EM   *
      *QUE ENTROU NO SUSPENSO. O RELATORIO CLIBAL LISTA O DESTINO DE   *
      *CADA ITEM COM A SUA IDADE EM DIAS, AS RESOLUCOES SEM ITEM       *
      *CORRESPONDENTE, O SUSPENSO PENDENTE POR FAIXA DE IDADE E PROVA  *
      *O CAIXA DO DIA: TOTAL DO CLIBNK = CLIPAG + RECUPERACOES DE      *
      *CREDITOS BAIXADOS PARA PERDA (CLIRCV) + NOVOS SUSPENSOS +       *
      *RESOLVIDOS + DEVOLVIDOS, ALEM DA MOVIMENTACAO DO SUSPENSO       *
      *(SALDO ANTERIOR + ENTRADAS - RESOLVIDOS - DEVOLVIDOS = SALDO    *
      *ATUAL). QUALQUER DIFERENCA ENCERRA COM RETURN-CODE 8.           *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9924.
       AUTHOR.                             GABI.
       DATE-WRITTEN.                       15/10/2026.
       DATE-COMPILED.                      15/10/2026.
       SECURITY.                           NENHUM.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SOURCE-COMPUTER.                    PC-GABI.
       OBJECT-COMPUTER.                    PC-GABI.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                        SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT CLISUS ASSIGN            TO UT-S-CLISUS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISUS
           .

           SELECT CLISAG ASSIGN            TO UT-S-CLISAG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISAG
           .

           SELECT CLIRSO ASSIGN            TO UT-S-CLIRSO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIRSO
           .

           SELECT CLIBNK ASSIGN            TO UT-S-CLIBNK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBNK
           .

           SELECT CLIPAG ASSIGN            TO UT-S-CLIPAG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPAG
           .

           SELECT CLIRCV ASSIGN            TO UT-S-CLIRCV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIRCV
           .

           SELECT CLIIDX ASSIGN            TO CLIIDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODCLI-IDX
           ALTERNATE RECORD KEY IS CPFCLI-IDX WITH DUPLICATES
           FILE STATUS IS FS-CLIIDX
           .

           SELECT CLIPGR ASSIGN            TO UT-S-CLIPGR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPGR
           .

           SELECT CLISAGN ASSIGN           TO UT-S-CLISAGN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISAGN
           .

           SELECT CLIRFD ASSIGN            TO UT-S-CLIRFD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIRFD
           .

           SELECT CLIBAL ASSIGN            TO UT-S-CLIBAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBAL
           .

           SELECT ARQSORT ASSIGN           TO UT-S-ARQSORT
           .


           SELECT CLIJRN ASSIGN            TO UT-S-CLIJRN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIJRN
           .

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE                                SECTION.

       FD  CLISUS
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS REG-CLISUS
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLISUS (PAGAMENTOS EM
      *----SUSPENSO DO DIA, GRAVADOS PELO GPAZ9917)
           COPY ARQCLISU REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==SUS==.

       FD  CLISAG
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS REG-CLISAG
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLISAG (SUSPENSO
      *----ENVELHECIDO DA EXECUCAO ANTERIOR)
           COPY ARQCLISA REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==SAG==.

       FD  CLIRSO
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS REG-CLIRSO
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIRSO (RESOLUCOES DO
      *----OPERADOR DO FINANCEIRO)
           COPY ARQCLIRO REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==RSO==.

       FD  CLIBNK
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS REG-CLIBNK
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIBNK
           COPY ARQCLIBK REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==BNK==.

       FD  CLIPAG
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REG-CLIPAG
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIPAG (MOVIMENTOS DE
      *----PAGAMENTO CASADOS PELO GPAZ9917)
           COPY ARQCLI03 REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==PAG==.

       FD  CLIRCV
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS REG-CLIRCV
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIRCV (RECUPERACOES DE
      *----CREDITOS BAIXADOS PARA PERDA GRAVADAS PELO GPAZ9917)
           COPY ARQCLIRV REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==RCV==.

      *----CADASTRO MESTRE INDEXADO CARREGADO PELO GPAZ9913
       FD  CLIIDX
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS REG-CLIIDX
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIIDX
           COPY ARQCLI02 REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==IDX==.

       FD  CLIPGR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REG-CLIPGR
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIPGR (MOVIMENTOS DE
      *----PAGAMENTO RESOLVIDOS NO LAYOUT DO CLIMOV)
           COPY ARQCLI03 REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==PGR==.

       FD  CLISAGN
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS REG-CLISAGN
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLISAGN (NOVO SUSPENSO
      *----ENVELHECIDO, ENTRADA DA PROXIMA EXECUCAO)
           COPY ARQCLISA REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==SAN==.

       FD  CLIRFD
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS REG-CLIRFD
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIRFD (RECEBIMENTOS A
      *----DEVOLVER AO PAGADOR)
           COPY ARQCLISA REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==RFD==.

      *----RELATORIO IMPRIMIVEL DA RESOLUCAO DO SUSPENSO E DO
      *----BALANCEAMENTO DO CAIXA DO RETORNO BANCARIO
       FD  CLIBAL
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIBAL
           .
       01  REG-CLIBAL                      PIC X(80).

      *----ARQUIVO DE TRABALHO DA CLASSIFICACAO DOS MOVIMENTOS DE
      *----PAGAMENTO RESOLVIDOS EM ORDEM ASCENDENTE DE CODCLI
       SD  ARQSORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REG-CLI-SRT
           .
           COPY ARQCLI03 REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==SRT==.

      *----JOURNAL DE EXECUCAO DA ESTEIRA: UM REGISTRO POR EXECUCAO,
      *----ACUMULADO DE EXECUCAO EM EXECUCAO (VIDE ROTJRNL)
       FD  CLIJRN
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLI-JRN
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIJRN
           COPY ARQCLIJR REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==JRN==.

      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*

      *VARIAVEIS ESPELHO DO CLISUS
       COPY ARQCLISU REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==SUS==.

      *VARIAVEIS ESPELHO DO CLISAG
       COPY ARQCLISA REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==SAG==.

      *VARIAVEIS ESPELHO DO CLIRSO
       COPY ARQCLIRO REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==RSO==.

      *VARIAVEIS ESPELHO DO CLIBNK
       COPY ARQCLIBK REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==BNK==.

      *VARIAVEIS ESPELHO DO CLIPAG
       COPY ARQCLI03 REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==PAG==.

      *VARIAVEIS ESPELHO DO CLIRCV
       COPY ARQCLIRV REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==RCV==.

      *ITEM DE SUSPENSO EM TRATAMENTO (DO DIA OU ENVELHECIDO), NO
      *LAYOUT DO SUSPENSO ENVELHECIDO; E DELE QUE SAEM O CLISAGN E O
      *CLIRFD
       COPY ARQCLISA REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==ITE==.

      *ORIGEM DO ITEM EM TRATAMENTO: SUSPENSO DO DIA OU ENVELHECIDO
       77  WS-ORIGEM-ITEM                  PIC X(01).
              88 ITEM-DO-DIA                       VALUE "D".
              88 ITEM-ENVELHECIDO                  VALUE "E".

      *VALOR DO ITEM EM TRATAMENTO PARA OS TOTAIS (ZERO QUANDO O
      *VALOR VEIO ILEGIVEL DO BANCO - MOTIVO 2 DO GPAZ9917)
       77  WS-VALOR-ITEM                   PIC 9(08)V99.

      *DIAS DO ITEM NO SUSPENSO
       77  WS-DIAS-SUSPENSO                PIC 9(05).
       77  WS-DATA-INT-ATUAL               PIC 9(07).
       77  WS-DATA-INT-SUS                 PIC 9(07).

      *TABELA DAS RESOLUCOES DO OPERADOR, CARREGADA DO CLIRSO NA
      *INICIALIZACAO; CADA RESOLUCAO ATENDE UM SO ITEM DE SUSPENSO
      *(RECEBIMENTOS IDENTICOS PRECISAM DE UMA RESOLUCAO CADA)
       01  WS-TABELA-RSO.
           05 WS-RSO-OCR                    OCCURS 5000 TIMES.
              10 WS-RSO-CHAVE               PIC X(33).
              10 WS-RSO-ACAO                PIC X(01).
              10 WS-RSO-CODCLIDEST          PIC X(04).
              10 WS-RSO-USADA               PIC X(01).
       77  WS-QTD-RSO-TAB                   PIC 9(04)
                                                   COMP.
       77  WS-IDX-RSO                       PIC 9(04)
                                                   COMP.
       77  WS-RSO-POSICAO                   PIC 9(04)
                                                   COMP.

      *DESTINO DADO AO ITEM EM TRATAMENTO
       77  WS-DESTINO-ITEM                 PIC X(01).
              88 DESTINO-RESOLVIDO                 VALUE "A".
              88 DESTINO-DEVOLVIDO                 VALUE "D".
              88 DESTINO-PENDENTE                  VALUE "P".

      *FIM DO ARQUIVO DE TRABALHO DA CLASSIFICACAO (RETURN AT END)
       77  WS-FIM-ARQSORT                  PIC X(01)
                                                   VALUE "N".
              88 FIM-ARQSORT                       VALUE "S".

      *SINALIZA QUE O CLISAG/CLIRSO EXISTIAM E FORAM ABERTOS (NA
      *PRIMEIRA EXECUCAO NAO HA SUSPENSO ENVELHECIDO, E NUM DIA SEM
      *RESOLUCOES O FINANCEIRO PODE NAO ENTREGAR O CLIRSO)
       77  WS-SAG-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 SAG-ABERTO                        VALUE "S".
       77  WS-RSO-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 RSO-ABERTO                        VALUE "S".

      *BALANCEAMENTO
       77  WS-DIFERENCA                    PIC S9(15)V99.
       77  WS-FORA-BALANCO                 PIC X(01)
                                                   VALUE "N".
              88 FORA-BALANCO                      VALUE "S".

      *ACUMULADORES DE VALOR
       77  WS-TOT-BNK                      PIC 9(13)V99.
       77  WS-TOT-PAG                      PIC 9(13)V99.
       77  WS-TOT-RCV                      PIC 9(13)V99.
       77  WS-TOT-SUS-DIA                  PIC 9(13)V99.
       77  WS-TOT-NOVOS-PEND               PIC 9(13)V99.
       77  WS-TOT-RESOL-DIA                PIC 9(13)V99.
       77  WS-TOT-DEVOL-DIA                PIC 9(13)V99.
       77  WS-TOT-SAG-ANT                  PIC 9(13)V99.
       77  WS-TOT-RESOL                    PIC 9(13)V99.
       77  WS-TOT-DEVOL                    PIC 9(13)V99.
       77  WS-TOT-SAG-ESPERADO             PIC S9(15)V99.
       77  WS-TOT-SAG-APURADO              PIC 9(13)V99.

      *ACUMULADORES DO SUSPENSO PENDENTE POR FAIXA DE IDADE
       01  WS-TABELA-IDADE.
           05 FILLER.
              10 FILLER                    PIC 9(05) VALUE 00007.
              10 FILLER                    PIC X(18)
                                                   VALUE
                 "ATE 7 DIAS".
           05 FILLER.
              10 FILLER                    PIC 9(05) VALUE 00015.
              10 FILLER                    PIC X(18)
                                                   VALUE
                 "DE 8 A 15 DIAS".
           05 FILLER.
              10 FILLER                    PIC 9(05) VALUE 00030.
              10 FILLER                    PIC X(18)
                                                   VALUE
                 "DE 16 A 30 DIAS".
           05 FILLER.
              10 FILLER                    PIC 9(05) VALUE 99999.
              10 FILLER                    PIC X(18)
                                                   VALUE
                 "ACIMA DE 30 DIAS".
       01  WS-TABELA-IDADE-R REDEFINES WS-TABELA-IDADE.
           05 WS-IDADE-OCR                 OCCURS 4 TIMES.
              10 WS-IDADE-LIMITE           PIC 9(05).
              10 WS-IDADE-DESC             PIC X(18).
       01  WS-ACUM-IDADE.
           05 WS-IDADE-ACM-OCR             OCCURS 4 TIMES.
              10 WS-IDADE-QTD              PIC 9(07)
                                                   COMP.
              10 WS-IDADE-TOTAL            PIC 9(13)V99.
       77  WS-IDX-IDADE                    PIC 9(01).

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDOBNK                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOPAG                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDORCV                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOSUS                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOSAG                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDORSO                    PIC 9(07)
                                                   COMP.
       77  WS-CTRESOLVIDOS                 PIC 9(07)
                                                   COMP.
       77  WS-CTDEVOLVIDOS                 PIC 9(07)
                                                   COMP.
       77  WS-CTPENDENTES                  PIC 9(07)
                                                   COMP.
       77  WS-CTRECUSADOS                  PIC 9(07)
                                                   COMP.
       77  WS-CTRSO-SEM-ITEM               PIC 9(07)
                                                   COMP.
       77  WS-CTGRAVPGR                    PIC 9(07)
                                                   COMP.
       77  WS-CTVALOR-ILEGIVEL             PIC 9(07)
                                                   COMP.
       77  WS-CTNOVOS-PEND                 PIC 9(07)
                                                   COMP.
       77  WS-CTRESOL-DIA                  PIC 9(07)
                                                   COMP.
       77  WS-CTDEVOL-DIA                  PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDOSUS-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOSAG-F                  PIC ZZZZZZ9.
       77  WS-CTLIDORSO-F                  PIC ZZZZZZ9.
       77  WS-CTRESOLVIDOS-F               PIC ZZZZZZ9.
       77  WS-CTDEVOLVIDOS-F               PIC ZZZZZZ9.
       77  WS-CTPENDENTES-F                PIC ZZZZZZ9.
       77  WS-CTRECUSADOS-F                PIC ZZZZZZ9.
       77  WS-CTRSO-SEM-ITEM-F             PIC ZZZZZZ9.

      *LINHAS DO RELATORIO DE RESOLUCAO E BALANCEAMENTO
       01  WS-BAL-TITULO                   PIC X(80)
                                                   VALUE
           "RESOLUCAO DO SUSPENSO E BALANCEAMENTO DO CAIXA - GPAZ9924".
       01  WS-BAL-DATA.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DATA DO PROCESSAMENTO: ".
           05 WS-BAL-DATA-VALOR            PIC X(10).
           05 FILLER                       PIC X(47)
                                                   VALUE SPACES.
       01  WS-BAL-SECAO                    PIC X(80).
       01  WS-BAL-CABECALHO.
           05 FILLER                       PIC X(06)
                                                   VALUE "CODCLI".
           05 FILLER                       PIC X(13)
                                                   VALUE " CPF".
           05 FILLER                       PIC X(15)
                                                   VALUE
              "          VALOR".
           05 FILLER                       PIC X(10)
                                                   VALUE "  DATAPGTO".
           05 FILLER                       PIC X(07)
                                                   VALUE "   DIAS".
           05 FILLER                       PIC X(29)
                                                   VALUE " DESTINO".
       01  WS-BAL-DETALHE.
           05 WS-BAL-CODCLI                PIC X(04).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BAL-CPFCLI                PIC X(11).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BAL-VALOR                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BAL-DATAPGTO              PIC X(08).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BAL-DIAS                  PIC ZZZZ9.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BAL-DESTINO               PIC X(24).
           05 WS-BAL-CODDEST               PIC X(04).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
       01  WS-BAL-LINHA.
           05 WS-BAL-DESC                  PIC X(45).
           05 WS-BAL-VALOR-T               PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(13)
                                                   VALUE SPACES.
       01  WS-BAL-LINHA-QTD.
           05 WS-BAL-DESC-Q                PIC X(45).
           05 WS-BAL-VALOR-Q               PIC ZZZZZZ9.
           05 FILLER                       PIC X(28)
                                                   VALUE SPACES.
       01  WS-BAL-LINHA-DIF.
           05 WS-BAL-DESC-D                PIC X(45).
           05 WS-BAL-VALOR-D               PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(12)
                                                   VALUE SPACES.
       01  WS-BAL-LINHA-IDADE.
           05 WS-BAL-IDADE                 PIC X(18).
           05 WS-BAL-IDADE-QTD             PIC ZZZZZZ9.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BAL-IDADE-TOTAL           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(35)
                                                   VALUE SPACES.
       01  WS-BAL-SITUACAO-OK              PIC X(80)
                                                   VALUE
           "SITUACAO: CAIXA DO DIA EM BALANCO".
       01  WS-BAL-SITUACAO-ERRO            PIC X(80)
                                                   VALUE
           "SITUACAO: CAIXA FORA DE BALANCO - SEGURAR JOBS SEGUINTES".

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLISUS                       PIC X(02).
              88 SUCESSO-S                         VALUE "00".
              88 FIM-ARQUIVO-S                     VALUE "10".
       01  FS-CLISAG                       PIC X(02).
              88 SUCESSO-G                         VALUE "00".
              88 FIM-ARQUIVO-G                     VALUE "10".
              88 SAG-INEXISTENTE                   VALUE "35".
       01  FS-CLIRSO                       PIC X(02).
              88 SUCESSO-R                         VALUE "00".
              88 FIM-ARQUIVO-R                     VALUE "10".
              88 RSO-INEXISTENTE                   VALUE "35".
       01  FS-CLIBNK                       PIC X(02).
              88 SUCESSO-B                         VALUE "00".
              88 FIM-ARQUIVO-B                     VALUE "10".
       01  FS-CLIPAG                       PIC X(02).
              88 SUCESSO-P                         VALUE "00".
              88 FIM-ARQUIVO-P                     VALUE "10".
       01  FS-CLIRCV                       PIC X(02).
              88 SUCESSO-RV                        VALUE "00".
              88 FIM-ARQUIVO-RV                    VALUE "10".
       01  FS-CLIIDX                       PIC X(02).
              88 SUCESSO-I                         VALUE "00".
              88 FIM-ARQUIVO-I                     VALUE "10".
              88 CHAVE-NAO-ACHADA                  VALUE "23".
       01  FS-CLIPGR                       PIC X(02).
              88 SUCESSO-PG                        VALUE "00".
              88 FIM-ARQUIVO-PG                    VALUE "10".
       01  FS-CLISAGN                      PIC X(02).
              88 SUCESSO-GN                        VALUE "00".
              88 FIM-ARQUIVO-GN                    VALUE "10".
       01  FS-CLIRFD                       PIC X(02).
              88 SUCESSO-D                         VALUE "00".
              88 FIM-ARQUIVO-D                     VALUE "10".
       01  FS-CLIBAL                       PIC X(02).
              88 SUCESSO-BL                        VALUE "00".
              88 FIM-ARQUIVO-BL                    VALUE "10".
       77  WS-FS                           PIC X(02).

      *VARIAVEIS DE MENSAGEM DE ERRO
       77  WS-MSG                          PIC X(60).
       77  WS-MSG-ERRO-OPEN                PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DE ARQUIVO".
       77  WS-MSG-ERRO-CLOSE               PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DE ARQUIVO".
       77  WS-MSG-ERRO-READ                PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DE ARQUIVO".
       77  WS-MSG-ERRO-WRITE               PIC X(40)
                                                   VALUE
           "ERRO DE GRAVACAO DO ARQUIVO".
       77  WS-MSG-ERRO-ADD                 PIC X(40)
                                                   VALUE
           "ERRO DE TAMANHO DA VARIAVEL".
       77  WS-MSG-ERRO-SORT                PIC X(40)
                                                   VALUE
           "ERRO NA CLASSIFICACAO DOS PAGAMENTOS".
       77  WS-MSG-ERRO-TAB-RSO             PIC X(40)
                                                   VALUE
           "ERRO DE ESTOURO DA TABELA DE RESOLUCOES".

       77  WS-IGUAL                        PIC X(50)
                                                   VALUE ALL "=".

      *VARIAVEIS DO JOURNAL DE EXECUCAO E DO CODIGO DE RETORNO
      *PADRONIZADO DA ESTEIRA
       COPY VARJRNL.

       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
      *ESTA SESSAO FICARA VAZIA POIS NAO RECEBE VARIAVEIS EXTERNAS
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-GPAZ9924.
           PERFORM 1000-INICIALIZAR

      *----CLASSIFICA OS MOVIMENTOS DE PAGAMENTO RESOLVIDOS EM ORDEM
      *----ASCENDENTE DE CODCLI ANTES DE GRAVA-LOS NO LAYOUT DO
      *----CLIMOV, QUE A CRITICA DE SEQUENCIA DO MERGE EXIGE
           SORT ARQSORT ON ASCENDING KEY CODCLI-SRT
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-GRAVAR-SAIDA
           IF SORT-RETURN NOT = 0
              MOVE WS-MSG-ERRO-SORT        TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 4000-TERMINO
           MOVE WS-RC-FINAL                TO RETURN-CODE
           STOP RUN
           .

       1000-INICIALIZAR.
           PERFORM 9400-INICIA-JOURNAL
           MOVE "GPAZ9924"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME

      *----ZERANDO VARIAVEIS CONTADORAS E ACUMULADORES
           MOVE 0                          TO WS-CTLIDOBNK
                                              WS-CTLIDOPAG
                                              WS-CTLIDORCV
                                              WS-CTLIDOSUS
                                              WS-CTLIDOSAG
                                              WS-CTLIDORSO
                                              WS-CTRESOLVIDOS
                                              WS-CTDEVOLVIDOS
                                              WS-CTPENDENTES
                                              WS-CTRECUSADOS
                                              WS-CTRSO-SEM-ITEM
                                              WS-CTGRAVPGR
                                              WS-CTVALOR-ILEGIVEL
                                              WS-CTNOVOS-PEND
                                              WS-CTRESOL-DIA
                                              WS-CTDEVOL-DIA
           MOVE 0                          TO WS-TOT-BNK
                                              WS-TOT-PAG
                                              WS-TOT-RCV
                                              WS-TOT-SUS-DIA
                                              WS-TOT-NOVOS-PEND
                                              WS-TOT-RESOL-DIA
                                              WS-TOT-DEVOL-DIA
                                              WS-TOT-SAG-ANT
                                              WS-TOT-RESOL
                                              WS-TOT-DEVOL
                                              WS-TOT-SAG-APURADO
           PERFORM VARYING WS-IDX-IDADE FROM 1 BY 1
                   UNTIL WS-IDX-IDADE > 4
              MOVE 0                       TO WS-IDADE-QTD(WS-IDX-IDADE)
              MOVE 0                       TO
                                          WS-IDADE-TOTAL(WS-IDX-IDADE)
           END-PERFORM

           ACCEPT WS-DATA-SISTEMA          FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN
           PERFORM 9000-IMPRIME-DATA
           COMPUTE WS-DATA-INT-ATUAL =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

      *----ABERTURA DO ARQ CLISUS PARA LEITURA
           OPEN INPUT CLISUS
           IF NOT SUCESSO-S
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLISUS               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLISAG PARA LEITURA; ARQUIVO AINDA
      *----INEXISTENTE (PRIMEIRA EXECUCAO - E ESTE PROGRAMA QUEM
      *----INICIA A CORRENTE VIA CLISAGN) EQUIVALE A SUSPENSO VAZIO
           OPEN INPUT CLISAG
           IF SAG-INEXISTENTE
              MOVE "10"                    TO FS-CLISAG
           ELSE
              IF NOT SUCESSO-G
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLISAG            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET SAG-ABERTO               TO TRUE
           END-IF

      *----ABERTURA DO ARQ CLIIDX PARA CONSULTA DIRETA
           OPEN INPUT CLIIDX
           IF NOT SUCESSO-I
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIIDX               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DOS ARQUIVOS DE SAIDA
           OPEN OUTPUT CLIPGR
           IF NOT SUCESSO-PG
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIPGR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN OUTPUT CLISAGN
           IF NOT SUCESSO-GN
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLISAGN              TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN OUTPUT CLIRFD
           IF NOT SUCESSO-D
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIRFD               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN OUTPUT CLIBAL
           IF NOT SUCESSO-BL
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIBAL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1100-CARREGA-TABELA-RSO
           PERFORM 1200-TOTALIZA-CLIBNK
           PERFORM 1300-TOTALIZA-CLIPAG
           PERFORM 1350-TOTALIZA-CLIRCV
           PERFORM 1400-GRAVA-CABECALHO

           PERFORM 1500-LER-CLISAG
           PERFORM 1600-LER-CLISUS
           .

      *----CARREGA EM TABELA AS RESOLUCOES DO OPERADOR; SEM CLIRSO
      *----TODOS OS ITENS FICAM PENDENTES
       1100-CARREGA-TABELA-RSO.
           MOVE 0                          TO WS-QTD-RSO-TAB

           OPEN INPUT CLIRSO
           IF RSO-INEXISTENTE
              MOVE "10"                    TO FS-CLIRSO
           ELSE
              IF NOT SUCESSO-R
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIRSO            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET RSO-ABERTO               TO TRUE
              PERFORM 1110-LER-CLIRSO
           END-IF

           PERFORM UNTIL FIM-ARQUIVO-R
              IF WS-QTD-RSO-TAB < 5000
                 ADD 1                     TO WS-QTD-RSO-TAB
                 MOVE WS-CHAVE-RSO         TO
                                    WS-RSO-CHAVE(WS-QTD-RSO-TAB)
                 MOVE WS-ACAO-RSO          TO
                                    WS-RSO-ACAO(WS-QTD-RSO-TAB)
                 MOVE WS-CODCLIDEST-RSO    TO
                                    WS-RSO-CODCLIDEST(WS-QTD-RSO-TAB)
                 MOVE "N"                  TO
                                    WS-RSO-USADA(WS-QTD-RSO-TAB)
              ELSE
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-TAB-RSO  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              PERFORM 1110-LER-CLIRSO
           END-PERFORM

           IF RSO-ABERTO
              CLOSE CLIRSO
              IF NOT SUCESSO-R
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIRSO            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1110-LER-CLIRSO.
           READ CLIRSO INTO WS-REG-CLI-RSO
           IF SUCESSO-R
              ADD 1                        TO WS-CTLIDORSO
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-R
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIRSO            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----TOTALIZA O RETORNO BANCARIO DO DIA (VALOR ILEGIVEL CONTA
      *----ZERO, COMO NO SUSPENSO PARA ONDE O GPAZ9917 O MANDOU)
       1200-TOTALIZA-CLIBNK.
           OPEN INPUT CLIBNK
           IF NOT SUCESSO-B
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIBNK               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1210-LER-CLIBNK
           PERFORM UNTIL FIM-ARQUIVO-B
              IF WS-VALORPAGO-BNK NUMERIC
                 ADD WS-VALORPAGO-BNK      TO WS-TOT-BNK
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
              PERFORM 1210-LER-CLIBNK
           END-PERFORM

           CLOSE CLIBNK
           IF NOT SUCESSO-B
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIBNK               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1210-LER-CLIBNK.
           READ CLIBNK INTO WS-REG-CLI-BNK
           IF SUCESSO-B
              ADD 1                        TO WS-CTLIDOBNK
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-B
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIBNK            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----TOTALIZA OS PAGAMENTOS CASADOS PELO GPAZ9917 (O VALOR PAGO
      *----VIAJA NO CAMPO DE TOTAL DA DIVIDA DO MOVIMENTO)
       1300-TOTALIZA-CLIPAG.
           OPEN INPUT CLIPAG
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIPAG               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1310-LER-CLIPAG
           PERFORM UNTIL FIM-ARQUIVO-P
              ADD WS-TOTALDIVIDA-PAG       TO WS-TOT-PAG
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              PERFORM 1310-LER-CLIPAG
           END-PERFORM

           CLOSE CLIPAG
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIPAG               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1310-LER-CLIPAG.
           READ CLIPAG INTO WS-REG-CLI-PAG
           IF SUCESSO-P
              ADD 1                        TO WS-CTLIDOPAG
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-P
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIPAG            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----TOTALIZA AS RECUPERACOES DE CREDITOS BAIXADOS PARA PERDA
      *----GRAVADAS PELO GPAZ9917 (RECEBIMENTOS QUE NAO SAO PAGAMENTO)
       1350-TOTALIZA-CLIRCV.
           OPEN INPUT CLIRCV
           IF NOT SUCESSO-RV
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIRCV               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1360-LER-CLIRCV
           PERFORM UNTIL FIM-ARQUIVO-RV
              ADD WS-VALORPAGO-RCV         TO WS-TOT-RCV
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              PERFORM 1360-LER-CLIRCV
           END-PERFORM

           CLOSE CLIRCV
           IF NOT SUCESSO-RV
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIRCV               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1360-LER-CLIRCV.
           READ CLIRCV INTO WS-REG-CLI-RCV
           IF SUCESSO-RV
              ADD 1                        TO WS-CTLIDORCV
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-RV
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIRCV            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1400-GRAVA-CABECALHO.
           PERFORM 4250-GRAVA-IGUAL
           MOVE WS-BAL-TITULO              TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           MOVE WS-DATA-SISTEMA-F          TO WS-BAL-DATA-VALOR
           MOVE WS-BAL-DATA                TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           PERFORM 4250-GRAVA-IGUAL

           MOVE "DESTINO DOS ITENS EM SUSPENSO"
                                           TO WS-BAL-SECAO
           MOVE WS-BAL-SECAO               TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           MOVE WS-BAL-CABECALHO           TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           .

       1500-LER-CLISAG.
           IF SAG-ABERTO
              READ CLISAG INTO WS-REG-CLI-SAG
              IF SUCESSO-G
                 ADD 1                     TO WS-CTLIDOSAG
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              ELSE
                 IF NOT FIM-ARQUIVO-G
                    MOVE WS-MSG-ERRO-READ  TO WS-MSG
                    MOVE FS-CLISAG         TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF
              END-IF
           END-IF
           .

       1600-LER-CLISUS.
           READ CLISUS INTO WS-REG-CLI-SUS
           IF SUCESSO-S
              ADD 1                        TO WS-CTLIDOSUS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-S
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLISUS            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: TRATA PRIMEIRO O
      *----SUSPENSO ENVELHECIDO (SALDO ANTERIOR) E DEPOIS OS
      *----SUSPENSOS DO DIA, LIBERANDO PARA A CLASSIFICACAO OS
      *----MOVIMENTOS DE PAGAMENTO RESOLVIDOS
       2000-SELECIONAR.
           PERFORM 2100-PROCESSA-SAG UNTIL FIM-ARQUIVO-G
           PERFORM 2200-PROCESSA-SUS UNTIL FIM-ARQUIVO-S
           .

       2100-PROCESSA-SAG.
           MOVE WS-REG-CLI-SAG             TO WS-REG-CLI-ITE
           SET ITEM-ENVELHECIDO            TO TRUE
           PERFORM 2300-TRATA-ITEM

           ADD WS-VALOR-ITEM               TO WS-TOT-SAG-ANT
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           PERFORM 1500-LER-CLISAG
           .

      *----ITEM DO DIA ENTRA NO SUSPENSO NA DATA DO PROCESSAMENTO E
      *----TEM O SEU DESTINO SOMADO A PROVA DO CAIXA DO DIA
       2200-PROCESSA-SUS.
           MOVE WS-CODCLI-SUS              TO WS-CODCLI-ITE
           MOVE WS-CPFCLI-SUS              TO WS-CPFCLI-ITE
           MOVE WS-VALORPAGO-SUS           TO WS-VALORPAGO-ITE
           MOVE WS-DATAPGTO-SUS            TO WS-DATAPGTO-ITE
           MOVE WS-MOTIVOS-SUS             TO WS-MOTIVOS-ITE
           MOVE WS-DATA-SISTEMA            TO WS-DATASUS-ITE
           SET ITEM-DO-DIA                 TO TRUE
           PERFORM 2300-TRATA-ITEM

           ADD WS-VALOR-ITEM               TO WS-TOT-SUS-DIA
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           EVALUATE TRUE
              WHEN DESTINO-RESOLVIDO
                 ADD WS-VALOR-ITEM         TO WS-TOT-RESOL-DIA
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
                 ADD 1                     TO WS-CTRESOL-DIA
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              WHEN DESTINO-DEVOLVIDO
                 ADD WS-VALOR-ITEM         TO WS-TOT-DEVOL-DIA
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
                 ADD 1                     TO WS-CTDEVOL-DIA
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              WHEN OTHER
                 ADD WS-VALOR-ITEM         TO WS-TOT-NOVOS-PEND
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
                 ADD 1                     TO WS-CTNOVOS-PEND
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
           END-EVALUATE

           PERFORM 1600-LER-CLISUS
           .

      *----TRATA UM ITEM DE SUSPENSO: APURA A IDADE, LOCALIZA A
      *----RESOLUCAO DO OPERADOR AINDA NAO USADA PARA A MESMA CHAVE
      *----E DA O DESTINO; ATRIBUICAO A CODCLI INEXISTENTE OU DE
      *----RECEBIMENTO COM VALOR ILEGIVEL/ZERADO E RECUSADA E O ITEM
      *----CONTINUA PENDENTE
       2300-TRATA-ITEM.
           IF WS-VALORPAGO-ITE NUMERIC
              MOVE WS-VALORPAGO-ITE        TO WS-VALOR-ITEM
           ELSE
              MOVE 0                       TO WS-VALOR-ITEM
              ADD 1                        TO WS-CTVALOR-ILEGIVEL
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF

           MOVE 0                          TO WS-DATA-INT-SUS
           IF WS-DATASUS-ITE NUMERIC
              COMPUTE WS-DATA-INT-SUS =
                      FUNCTION INTEGER-OF-DATE(WS-DATASUS-ITE)
           END-IF
           IF WS-DATA-INT-SUS > 0
              IF WS-DATA-INT-SUS < WS-DATA-INT-ATUAL
                 COMPUTE WS-DIAS-SUSPENSO =
                         WS-DATA-INT-ATUAL - WS-DATA-INT-SUS
                 END-COMPUTE
              ELSE
                 MOVE 0                    TO WS-DIAS-SUSPENSO
              END-IF
           ELSE
              MOVE 0                       TO WS-DIAS-SUSPENSO
           END-IF

           MOVE 0                          TO WS-RSO-POSICAO
           PERFORM VARYING WS-IDX-RSO FROM 1 BY 1
                   UNTIL WS-IDX-RSO > WS-QTD-RSO-TAB
                   OR WS-RSO-POSICAO > 0
              IF WS-RSO-CHAVE(WS-IDX-RSO) = WS-REG-CLI-ITE(1:33)
                 AND WS-RSO-USADA(WS-IDX-RSO) = "N"
                 MOVE WS-IDX-RSO           TO WS-RSO-POSICAO
              END-IF
           END-PERFORM

           SET DESTINO-PENDENTE            TO TRUE
           MOVE "PENDENTE"                 TO WS-BAL-DESTINO
           MOVE SPACES                     TO WS-BAL-CODDEST

           IF WS-RSO-POSICAO > 0
              MOVE "S"                     TO
                                    WS-RSO-USADA(WS-RSO-POSICAO)
              EVALUATE WS-RSO-ACAO(WS-RSO-POSICAO)
                 WHEN "A"
                    PERFORM 2400-ATRIBUI-ITEM
                 WHEN "D"
                    PERFORM 2500-DEVOLVE-ITEM
                 WHEN "P"
                    CONTINUE
                 WHEN OTHER
                    MOVE "PENDENTE-ACAO INVALIDA"
                                           TO WS-BAL-DESTINO
                    ADD 1                  TO WS-CTRECUSADOS
                        ON SIZE ERROR
                           DISPLAY WS-MSG-ERRO-ADD
                    END-ADD
              END-EVALUATE
           END-IF

           IF DESTINO-PENDENTE
              PERFORM 2600-MANTEM-PENDENTE
           END-IF

           PERFORM 2700-GRAVA-DETALHE
           .

      *----ATRIBUI O RECEBIMENTO AO CODCLI INFORMADO PELO OPERADOR E
      *----MONTA O MOVIMENTO DE PAGAMENTO NO LAYOUT DO CLIMOV, COMO O
      *----GPAZ9917 (2300-LIBERA-PAGAMENTO) FAZ COM OS CASADOS
       2400-ATRIBUI-ITEM.
           IF WS-VALORPAGO-ITE NOT NUMERIC
              OR WS-VALORPAGO-ITE = ZEROS
              MOVE "PENDENTE-VALOR INVALIDO"
                                           TO WS-BAL-DESTINO
              ADD 1                        TO WS-CTRECUSADOS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              MOVE WS-RSO-CODCLIDEST(WS-RSO-POSICAO)
                                           TO CODCLI-IDX
              READ CLIIDX
              IF SUCESSO-I
                 SET DESTINO-RESOLVIDO     TO TRUE
                 MOVE "RESOLVIDO P/ CODCLI"
                                           TO WS-BAL-DESTINO
                 MOVE CODCLI-IDX           TO WS-BAL-CODDEST

                 MOVE CODCLI-IDX           TO CODCLI-SRT
                 MOVE SPACES               TO NOMECLI-SRT
                 MOVE SPACES               TO ENDCLI-SRT
                 MOVE SPACES               TO FONECLI-SRT
                 MOVE WS-VALORPAGO-ITE     TO TOTALDIVIDA-SRT
                 MOVE DIASATRASO-IDX       TO DIASATRASO-SRT
                 MOVE ZEROS                TO CPFCLI-SRT
                 MOVE "P"                  TO TIPOMOV-SRT

                 RELEASE REG-CLI-SRT

                 ADD WS-VALOR-ITEM         TO WS-TOT-RESOL
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
                 ADD 1                     TO WS-CTRESOLVIDOS
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              ELSE
                 IF CHAVE-NAO-ACHADA
                    MOVE "PENDENTE-CODCLI INEXIST."
                                           TO WS-BAL-DESTINO
                    MOVE WS-RSO-CODCLIDEST(WS-RSO-POSICAO)
                                           TO WS-BAL-CODDEST
                    ADD 1                  TO WS-CTRECUSADOS
                        ON SIZE ERROR
                           DISPLAY WS-MSG-ERRO-ADD
                    END-ADD
                 ELSE
                    MOVE WS-MSG-ERRO-READ  TO WS-MSG
                    MOVE FS-CLIIDX         TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF
              END-IF
           END-IF
           .

       2500-DEVOLVE-ITEM.
           SET DESTINO-DEVOLVIDO           TO TRUE
           MOVE "DEVOLVIDO AO PAGADOR"     TO WS-BAL-DESTINO

           WRITE REG-CLI-RFD FROM WS-REG-CLI-ITE
           IF NOT SUCESSO-D
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIRFD               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD WS-VALOR-ITEM               TO WS-TOT-DEVOL
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD 1                           TO WS-CTDEVOLVIDOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----ITEM NAO RESOLVIDO ROLA PARA O NOVO SUSPENSO ENVELHECIDO
      *----MANTENDO A DATA EM QUE ENTROU NO SUSPENSO
       2600-MANTEM-PENDENTE.
           WRITE REG-CLI-SAN FROM WS-REG-CLI-ITE
           IF NOT SUCESSO-GN
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLISAGN              TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD WS-VALOR-ITEM               TO WS-TOT-SAG-APURADO
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD 1                           TO WS-CTPENDENTES
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

      *----FAIXA DE IDADE DO SUSPENSO PENDENTE
           PERFORM VARYING WS-IDX-IDADE FROM 1 BY 1
                   UNTIL WS-IDX-IDADE >= 4
                   OR WS-DIAS-SUSPENSO <=
                      WS-IDADE-LIMITE(WS-IDX-IDADE)
              CONTINUE
           END-PERFORM
           ADD 1                           TO
                                           WS-IDADE-QTD(WS-IDX-IDADE)
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-VALOR-ITEM               TO
                                           WS-IDADE-TOTAL(WS-IDX-IDADE)
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       2700-GRAVA-DETALHE.
           MOVE WS-CODCLI-ITE              TO WS-BAL-CODCLI
           MOVE WS-CPFCLI-ITE              TO WS-BAL-CPFCLI
           MOVE WS-VALOR-ITEM              TO WS-BAL-VALOR
           MOVE WS-DATAPGTO-ITE            TO WS-BAL-DATAPGTO
           MOVE WS-DIAS-SUSPENSO           TO WS-BAL-DIAS
           MOVE WS-BAL-DETALHE             TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           .

      *----PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: GRAVA OS
      *----MOVIMENTOS DE PAGAMENTO RESOLVIDOS JA NA ORDEM ASCENDENTE
      *----DE CODCLI
       3000-GRAVAR-SAIDA.
           PERFORM 3100-RETORNA-PAGAMENTO
           PERFORM 3200-GRAVA-PAGAMENTO UNTIL FIM-ARQSORT
           .

       3100-RETORNA-PAGAMENTO.
           RETURN ARQSORT
               AT END
                  SET FIM-ARQSORT          TO TRUE
           END-RETURN
           .

       3200-GRAVA-PAGAMENTO.
           WRITE REG-CLI-PGR FROM REG-CLI-SRT
           IF NOT SUCESSO-PG
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIPGR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTGRAVPGR
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           PERFORM 3100-RETORNA-PAGAMENTO
           .

       4000-TERMINO.
           PERFORM 4100-EMITE-RELATORIO

      *----FECHA OS ARQUIVOS
           CLOSE CLISUS
           IF NOT SUCESSO-S
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLISUS               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF SAG-ABERTO
              CLOSE CLISAG
              IF NOT SUCESSO-G
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLISAG            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

           CLOSE CLIIDX
           IF NOT SUCESSO-I
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIIDX               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLIPGR
           IF NOT SUCESSO-PG
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIPGR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLISAGN
           IF NOT SUCESSO-GN
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLISAGN              TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLIRFD
           IF NOT SUCESSO-D
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIRFD               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLIBAL
           IF NOT SUCESSO-BL
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIBAL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-CTLIDOSUS               TO WS-CTLIDOSUS-F
           MOVE WS-CTLIDOSAG               TO WS-CTLIDOSAG-F
           MOVE WS-CTLIDORSO               TO WS-CTLIDORSO-F
           MOVE WS-CTRESOLVIDOS            TO WS-CTRESOLVIDOS-F
           MOVE WS-CTDEVOLVIDOS            TO WS-CTDEVOLVIDOS-F
           MOVE WS-CTPENDENTES             TO WS-CTPENDENTES-F
           MOVE WS-CTRECUSADOS             TO WS-CTRECUSADOS-F
           MOVE WS-CTRSO-SEM-ITEM          TO WS-CTRSO-SEM-ITEM-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE SUSPENSOS DO DIA LIDOS EM CLISUS...:"
                    WS-CTLIDOSUS-F
           DISPLAY "TOTAL DE SUSPENSOS ANTERIORES EM CLISAG.....:"
                    WS-CTLIDOSAG-F
           DISPLAY "TOTAL DE RESOLUCOES LIDAS EM CLIRSO.........:"
                    WS-CTLIDORSO-F
           DISPLAY "TOTAL DE ITENS RESOLVIDOS EM CLIPGR.........:"
                    WS-CTRESOLVIDOS-F
           DISPLAY "TOTAL DE ITENS DEVOLVIDOS EM CLIRFD.........:"
                    WS-CTDEVOLVIDOS-F
           DISPLAY "TOTAL DE ITENS PENDENTES EM CLISAGN.........:"
                    WS-CTPENDENTES-F
           DISPLAY "TOTAL DE RESOLUCOES RECUSADAS...............:"
                    WS-CTRECUSADOS-F
           DISPLAY "TOTAL DE RESOLUCOES SEM ITEM EM SUSPENSO....:"
                    WS-CTRSO-SEM-ITEM-F
           IF FORA-BALANCO
              DISPLAY "SITUACAO: CAIXA FORA DE BALANCO"
           ELSE
              DISPLAY "SITUACAO: CAIXA DO DIA EM BALANCO"
           END-IF
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO (ERRO DE DADOS QUANDO O CAIXA NAO
      *----FECHA; ALERTA QUANDO HA PENDENCIA OU RESOLUCAO RECUSADA)
           COMPUTE WS-QTLIDO-JRN = WS-CTLIDOSUS + WS-CTLIDOSAG
           MOVE WS-CTGRAVPGR               TO WS-QTGRAV-JRN
           COMPUTE WS-QTREJ-JRN = WS-CTRECUSADOS + WS-CTRSO-SEM-ITEM
           EVALUATE TRUE
              WHEN FORA-BALANCO
                 MOVE 8                    TO WS-RC-FINAL
              WHEN WS-CTPENDENTES > 0
                   OR WS-CTRECUSADOS > 0
                   OR WS-CTRSO-SEM-ITEM > 0
                 MOVE 4                    TO WS-RC-FINAL
              WHEN OTHER
                 MOVE 0                    TO WS-RC-FINAL
           END-EVALUATE
           PERFORM 9500-GRAVA-JOURNAL
           .

      *----FECHA O RELATORIO: RESOLUCOES SEM ITEM CORRESPONDENTE,
      *----SUSPENSO PENDENTE POR FAIXA DE IDADE, PROVA DO CAIXA DO
      *----DIA E MOVIMENTACAO DO SUSPENSO
       4100-EMITE-RELATORIO.
           PERFORM 4250-GRAVA-IGUAL
           MOVE "RESOLUCOES SEM ITEM CORRESPONDENTE NO SUSPENSO"
                                           TO WS-BAL-SECAO
           MOVE WS-BAL-SECAO               TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           MOVE WS-BAL-CABECALHO           TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           PERFORM 4500-EMITE-RSO-SEM-ITEM
                   VARYING WS-IDX-RSO FROM 1 BY 1
                   UNTIL WS-IDX-RSO > WS-QTD-RSO-TAB

           PERFORM 4250-GRAVA-IGUAL
           MOVE "SUSPENSO PENDENTE POR IDADE"
                                           TO WS-BAL-SECAO
           MOVE WS-BAL-SECAO               TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           PERFORM 4600-EMITE-IDADE
                   VARYING WS-IDX-IDADE FROM 1 BY 1
                   UNTIL WS-IDX-IDADE > 4

      *----PROVA DO CAIXA DO DIA: TODO RECEBIMENTO DO CLIBNK OU FOI
      *----CASADO (CLIPAG), OU FOI RECUPERACAO DE CREDITO BAIXADO
      *----(CLIRCV), OU FOI PARA O SUSPENSO, E O QUE FOI PARA O
      *----SUSPENSO HOJE OU FOI RESOLVIDO, OU DEVOLVIDO, OU FICOU
      *----PENDENTE COMO NOVO SUSPENSO
           PERFORM 4250-GRAVA-IGUAL
           MOVE "PROVA DO CAIXA DO DIA"   TO WS-BAL-SECAO
           MOVE WS-BAL-SECAO               TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA

           MOVE "TOTAL DO RETORNO BANCARIO (CLIBNK)..........:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-BNK                 TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           MOVE "PAGAMENTOS CASADOS (CLIPAG).................:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-PAG                 TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           MOVE "RECUPERACOES DE BAIXADOS (CLIRCV)...........:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-RCV                 TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           MOVE "NOVOS SUSPENSOS PENDENTES...................:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-NOVOS-PEND          TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           MOVE "SUSPENSOS DO DIA RESOLVIDOS.................:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-RESOL-DIA           TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           MOVE "SUSPENSOS DO DIA DEVOLVIDOS.................:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-DEVOL-DIA           TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           COMPUTE WS-DIFERENCA =
                   WS-TOT-BNK - WS-TOT-PAG - WS-TOT-RCV
                   - WS-TOT-NOVOS-PEND
                   - WS-TOT-RESOL-DIA - WS-TOT-DEVOL-DIA
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-COMPUTE
           MOVE "DIFERENCA DO CAIXA DO DIA...................:"
                                           TO WS-BAL-DESC-D
           MOVE WS-DIFERENCA               TO WS-BAL-VALOR-D
           MOVE WS-BAL-LINHA-DIF           TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           IF WS-DIFERENCA NOT = 0
              SET FORA-BALANCO             TO TRUE
           END-IF

           MOVE "RECEBIMENTOS LIDOS EM CLIBNK................:"
                                           TO WS-BAL-DESC-Q
           MOVE WS-CTLIDOBNK               TO WS-BAL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "PAGAMENTOS LIDOS EM CLIPAG..................:"
                                           TO WS-BAL-DESC-Q
           MOVE WS-CTLIDOPAG               TO WS-BAL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "RECUPERACOES LIDAS EM CLIRCV................:"
                                           TO WS-BAL-DESC-Q
           MOVE WS-CTLIDORCV               TO WS-BAL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "NOVOS SUSPENSOS PENDENTES...................:"
                                           TO WS-BAL-DESC-Q
           MOVE WS-CTNOVOS-PEND            TO WS-BAL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "SUSPENSOS DO DIA RESOLVIDOS.................:"
                                           TO WS-BAL-DESC-Q
           MOVE WS-CTRESOL-DIA             TO WS-BAL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "SUSPENSOS DO DIA DEVOLVIDOS.................:"
                                           TO WS-BAL-DESC-Q
           MOVE WS-CTDEVOL-DIA             TO WS-BAL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "RECEBIMENTOS COM VALOR ILEGIVEL (CONTA ZERO):"
                                           TO WS-BAL-DESC-Q
           MOVE WS-CTVALOR-ILEGIVEL        TO WS-BAL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           IF WS-CTLIDOBNK NOT = WS-CTLIDOPAG + WS-CTLIDORCV
                               + WS-CTNOVOS-PEND
                               + WS-CTRESOL-DIA + WS-CTDEVOL-DIA
              SET FORA-BALANCO             TO TRUE
           END-IF

      *----MOVIMENTACAO DO SUSPENSO: SALDO ANTERIOR + ENTRADAS DO
      *----DIA - RESOLVIDOS - DEVOLVIDOS = SALDO ATUAL (CLISAGN)
           PERFORM 4250-GRAVA-IGUAL
           MOVE "MOVIMENTACAO DO SUSPENSO" TO WS-BAL-SECAO
           MOVE WS-BAL-SECAO               TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA

           MOVE "SALDO ANTERIOR DO SUSPENSO (CLISAG).........:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-SAG-ANT             TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           MOVE "ENTRADAS DO DIA (CLISUS)....................:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-SUS-DIA             TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           MOVE "RESOLVIDOS (CLIPGR).........................:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-RESOL               TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           MOVE "DEVOLVIDOS (CLIRFD).........................:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-DEVOL               TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           MOVE "SALDO ATUAL DO SUSPENSO (CLISAGN)...........:"
                                           TO WS-BAL-DESC
           MOVE WS-TOT-SAG-APURADO         TO WS-BAL-VALOR-T
           PERFORM 4300-GRAVA-VALOR

           COMPUTE WS-TOT-SAG-ESPERADO =
                   WS-TOT-SAG-ANT + WS-TOT-SUS-DIA
                   - WS-TOT-RESOL - WS-TOT-DEVOL
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-COMPUTE
           COMPUTE WS-DIFERENCA =
                   WS-TOT-SAG-ESPERADO - WS-TOT-SAG-APURADO
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-COMPUTE
           MOVE "DIFERENCA DO SUSPENSO.......................:"
                                           TO WS-BAL-DESC-D
           MOVE WS-DIFERENCA               TO WS-BAL-VALOR-D
           MOVE WS-BAL-LINHA-DIF           TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           IF WS-DIFERENCA NOT = 0
              SET FORA-BALANCO             TO TRUE
           END-IF

           PERFORM 4250-GRAVA-IGUAL
           IF FORA-BALANCO
              MOVE WS-BAL-SITUACAO-ERRO    TO REG-CLIBAL
           ELSE
              MOVE WS-BAL-SITUACAO-OK      TO REG-CLIBAL
           END-IF
           PERFORM 4200-GRAVA-LINHA
           .

       4200-GRAVA-LINHA.
           WRITE REG-CLIBAL
           IF NOT SUCESSO-BL
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIBAL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       4250-GRAVA-IGUAL.
           MOVE WS-IGUAL                   TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           .

       4300-GRAVA-VALOR.
           MOVE WS-BAL-LINHA               TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           .

       4400-GRAVA-QTD.
           MOVE WS-BAL-LINHA-QTD           TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           .

      *----RESOLUCAO QUE NAO ENCONTROU ITEM EM SUSPENSO (CHAVE
      *----DIGITADA ERRADA OU ITEM JA TRATADO EM OUTRA EXECUCAO)
       4500-EMITE-RSO-SEM-ITEM.
           IF WS-RSO-USADA(WS-IDX-RSO) = "N"
              MOVE WS-RSO-CHAVE(WS-IDX-RSO) TO WS-REG-CLI-RSO
              MOVE WS-CODCLI-RSO           TO WS-BAL-CODCLI
              MOVE WS-CPFCLI-RSO           TO WS-BAL-CPFCLI
              IF WS-VALORPAGO-RSO NUMERIC
                 MOVE WS-VALORPAGO-RSO     TO WS-BAL-VALOR
              ELSE
                 MOVE 0                    TO WS-BAL-VALOR
              END-IF
              MOVE WS-DATAPGTO-RSO         TO WS-BAL-DATAPGTO
              MOVE 0                       TO WS-BAL-DIAS
              MOVE "SEM ITEM - ACAO"       TO WS-BAL-DESTINO
              MOVE WS-RSO-ACAO(WS-IDX-RSO) TO WS-BAL-CODDEST
              MOVE WS-BAL-DETALHE          TO REG-CLIBAL
              PERFORM 4200-GRAVA-LINHA

              ADD 1                        TO WS-CTRSO-SEM-ITEM
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF
           .

       4600-EMITE-IDADE.
           MOVE WS-IDADE-DESC(WS-IDX-IDADE) TO WS-BAL-IDADE
           MOVE WS-IDADE-QTD(WS-IDX-IDADE) TO WS-BAL-IDADE-QTD
           MOVE WS-IDADE-TOTAL(WS-IDX-IDADE)
                                           TO WS-BAL-IDADE-TOTAL
           MOVE WS-BAL-LINHA-IDADE         TO REG-CLIBAL
           PERFORM 4200-GRAVA-LINHA
           .

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
