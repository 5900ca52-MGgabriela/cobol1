      *PROJETO: GPAZ9928                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: CARGA DO RAZAO DE MOVIMENTOS POR CLIENTE (CLILDG).    *
      *RODA APOS O MERGE (GPAZ9906), ANTES DA ESTEIRA ACUMULAR O       *
      *CLIACR E O CLIEXC DO DIA NOS HISTORICOS (CLIACH/CLIEXH) E       *
      *ANTES DO EXPURGO (GPAZ9918). JUNTA NUM SO ARQUIVO INDEXADO,     *
      *COM CHAVE CODCLI + DATA + SEQUENCIA, TODOS OS MOVIMENTOS QUE    *
      *MEXERAM NO SALDO DO CLIENTE: JUROS, PAGAMENTOS, ESTORNOS E      *
      *BAIXAS DOS EXTRATOS DE APROPRIACAO (CLIACH + CLIACR DO DIA),    *
      *ALTERACOES CADASTRAIS DA AUDITORIA (CLIAUDA + CLIAUD),          *
      *REINTEGRACOES (CLIRSTA + CLIRST) E EXCLUSOES (CLIEXHA + CLIEXH  *
      *+ CLIEXC DO DIA). O RAZAO E REFEITO DO ZERO A CADA EXECUCAO,    *
      *COMO A CARGA DO CLIIDX (GPAZ9913), E ALIMENTA A OPCAO DE        *
      *HISTORICO DA CONSULTA DO ATENDIMENTO (GPAZ9914). A ALTERACAO    *
      *CADASTRAL ENTRA SEM VALOR, POIS O RECALCULO DE JUROS QUE A      *
      *ACOMPANHA JA E LANCADO PELO DETALHE "D" DO EXTRATO.             *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9928.
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
           SELECT CLIACH ASSIGN            TO UT-S-CLIACH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIACH
           .

           SELECT CLIACR ASSIGN            TO UT-S-CLIACR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIACR
           .

           SELECT CLIAUDA ASSIGN           TO UT-S-CLIAUDA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAUDA
           .

           SELECT CLIAUD ASSIGN            TO UT-S-CLIAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAUD
           .

           SELECT CLIRSTA ASSIGN           TO UT-S-CLIRSTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIRSTA
           .

           SELECT CLIRST ASSIGN            TO UT-S-CLIRST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIRST
           .

           SELECT CLIEXHA ASSIGN           TO UT-S-CLIEXHA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIEXHA
           .

           SELECT CLIEXH ASSIGN            TO UT-S-CLIEXH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIEXH
           .

           SELECT CLIEXC ASSIGN            TO UT-S-CLIEXC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIEXC
           .

           SELECT CLILDG ASSIGN            TO CLILDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAVE-LDG
           FILE STATUS IS FS-CLILDG
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

      *----HISTORICO ACUMULADO DOS EXTRATOS DE APROPRIACAO DE LOTES
      *----ANTERIORES (CLIACR ACUMULADO PELA ESTEIRA)
       FD  CLIACH
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS REG-CLIACH
           .
       01  REG-CLIACH                      PIC X(58).

      *----EXTRATO DE APROPRIACAO DO LOTE DO DIA, GRAVADO PELO MERGE
       FD  CLIACR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS REG-CLIACR
           .
       01  REG-CLIACR                      PIC X(58).

      *----ARQUIVAMENTO ANUAL DA AUDITORIA DE ALTERACOES (GPAZ9918)
       FD  CLIAUDA
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 236 CHARACTERS
           DATA RECORD IS REG-CLIAUDA
           .
       01  REG-CLIAUDA                     PIC X(236).

      *----AUDITORIA DE ALTERACOES MANTIDA (ACUMULADA PELO MERGE)
       FD  CLIAUD
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 236 CHARACTERS
           DATA RECORD IS REG-CLIAUD
           .
       01  REG-CLIAUD                      PIC X(236).

      *----ARQUIVAMENTO ANUAL DO HISTORICO DE REINTEGRACOES (GPAZ9918)
       FD  CLIRSTA
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIRSTA
           .
       01  REG-CLIRSTA                     PIC X(127).

      *----HISTORICO DE REINTEGRACOES MANTIDO (ACUMULADO PELO MERGE)
       FD  CLIRST
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIRST
           .
       01  REG-CLIRST                      PIC X(127).

      *----ARQUIVAMENTO ANUAL DO HISTORICO DE EXCLUSOES (GPAZ9918)
       FD  CLIEXHA
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIEXHA
           .
       01  REG-CLIEXHA                     PIC X(127).

      *----HISTORICO DE EXCLUSOES DE LOTES ANTERIORES (CLIEXC
      *----ACUMULADO PELA ESTEIRA)
       FD  CLIEXH
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIEXH
           .
       01  REG-CLIEXH                      PIC X(127).

      *----EXCLUSOES DO LOTE DO DIA, GRAVADAS PELO MERGE
       FD  CLIEXC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIEXC
           .
       01  REG-CLIEXC                      PIC X(127).

      *----RAZAO DE MOVIMENTOS POR CLIENTE, INDEXADO POR CODCLI +
      *----DATA DO LANCAMENTO + SEQUENCIA DENTRO DO DIA
       FD  CLILDG
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CLI-LDG
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLILDG
           COPY ARQCLILG REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==LDG==.

      *----ARQUIVO DE TRABALHO DA CLASSIFICACAO DOS LANCAMENTOS: DENTRO
      *----DE CADA CODCLI E DATA, A ORDEM DO DIA POE A REINTEGRACAO
      *----ANTES DOS MOVIMENTOS DO EXTRATO, ESTES ANTES DA ALTERACAO
      *----CADASTRAL E A EXCLUSAO POR ULTIMO; O NUMERO DE ORDEM DE
      *----LEITURA MANTEM A SEQUENCIA EM QUE O MERGE GRAVOU OS
      *----MOVIMENTOS DE UM MESMO DIA
       SD  ARQSORT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS REG-LDG-SRT
           .
       01  REG-LDG-SRT.
           05 LANCAMENTO-SRT.
              10 CODCLI-SRT                PIC X(04).
              10 DATALANC-SRT              PIC 9(08).
              10 FILLER                    PIC X(88).
           05 ORDEMDIA-SRT                 PIC 9(01).
           05 SEQLEITURA-SRT               PIC 9(09).

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

      *VARIAVEIS ESPELHO DOS EXTRATOS DE APROPRIACAO (CLIACH E CLIACR
      *TEM O MESMO LAYOUT E SAO LIDOS PARA A MESMA AREA)
       COPY ARQCLIAC REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==ACR==.

      *VARIAVEIS ESPELHO DA AUDITORIA DE ALTERACOES (CLIAUDA/CLIAUD)
       COPY ARQCLIAU REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==AUD==.

      *VARIAVEIS ESPELHO DAS REINTEGRACOES (CLIRSTA/CLIRST)
       COPY ARQCLIRS REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==RST==.

      *VARIAVEIS ESPELHO DAS EXCLUSOES (CLIEXHA/CLIEXH/CLIEXC)
       COPY ARQCLIEX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==EXH==.

      *LANCAMENTO DO RAZAO MONTADO PARA A CLASSIFICACAO E DEVOLVIDO
      *POR ELA PARA A GRAVACAO
       COPY ARQCLILG REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==LDG==.

      *ARQUIVO DE ORIGEM E ORDEM DO DIA DO LANCAMENTO EM MONTAGEM
       77  WS-ORIGEM-LANC                  PIC X(07).
       77  WS-ORDEMDIA-LANC                PIC 9(01).

      *NUMERO DE ORDEM DE LEITURA DOS LANCAMENTOS (VIDE ARQSORT)
       77  WS-SEQ-LEITURA                  PIC 9(09).

      *DESCRICAO DA ALTERACAO CADASTRAL: APONTA QUAIS DADOS MUDARAM
       01  WS-DESC-ALTERACAO.
           05 FILLER                       PIC X(10)
                                                   VALUE "ALTERACAO:".
           05 WS-ALT-NOME                  PIC X(05).
           05 WS-ALT-END                   PIC X(04).
           05 WS-ALT-FONE                  PIC X(05).
           05 WS-ALT-CPF                   PIC X(04).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.

      *QUEBRA DE CODCLI E DATA NA GRAVACAO, PARA A NUMERACAO DA
      *SEQUENCIA DENTRO DO DIA
       77  WS-CODCLI-ANT                   PIC X(04)
                                                   VALUE SPACES.
       77  WS-DATALANC-ANT                 PIC 9(08)
                                                   VALUE ZEROS.
       77  WS-SEQLANC-ATU                  PIC 9(05).

      *FIM DO ARQUIVO DE TRABALHO DA CLASSIFICACAO (RETURN AT END)
       77  WS-FIM-ARQSORT                  PIC X(01)
                                                   VALUE "N".
              88 FIM-ARQSORT                       VALUE "S".

      *ARQUIVOS OPCIONAIS EFETIVAMENTE ABERTOS (O HISTORICO DO
      *EXTRATO SO EXISTE DEPOIS DO PRIMEIRO LOTE E OS ARQUIVAMENTOS
      *SO DEPOIS DO PRIMEIRO EXPURGO)
       77  WS-ACH-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 ACH-ABERTO                        VALUE "S".
       77  WS-AUDA-ABERTO                  PIC X(01)
                                                   VALUE "N".
              88 AUDA-ABERTO                       VALUE "S".
       77  WS-RSTA-ABERTO                  PIC X(01)
                                                   VALUE "N".
              88 RSTA-ABERTO                       VALUE "S".
       77  WS-EXHA-ABERTO                  PIC X(01)
                                                   VALUE "N".
              88 EXHA-ABERTO                       VALUE "S".

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDOACR                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOAUD                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDORST                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOEXC                    PIC 9(07)
                                                   COMP.
       77  WS-CTDESPREZADOS                PIC 9(07)
                                                   COMP.
       77  WS-CTLIBERADOS                  PIC 9(07)
                                                   COMP.
       77  WS-CTGRAVLDG                    PIC 9(07)
                                                   COMP.
       77  WS-CTCLIENTES                   PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDOACR-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOAUD-F                  PIC ZZZZZZ9.
       77  WS-CTLIDORST-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOEXC-F                  PIC ZZZZZZ9.
       77  WS-CTDESPREZADOS-F              PIC ZZZZZZ9.
       77  WS-CTLIBERADOS-F                PIC ZZZZZZ9.
       77  WS-CTGRAVLDG-F                  PIC ZZZZZZ9.
       77  WS-CTCLIENTES-F                 PIC ZZZZZZ9.

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLIACH                       PIC X(02).
              88 SUCESSO-AH                        VALUE "00".
              88 FIM-ARQUIVO-AH                    VALUE "10".
              88 ACH-INEXISTENTE                   VALUE "35".
       01  FS-CLIACR                       PIC X(02).
              88 SUCESSO-AC                        VALUE "00".
              88 FIM-ARQUIVO-AC                    VALUE "10".
       01  FS-CLIAUDA                      PIC X(02).
              88 SUCESSO-UA                        VALUE "00".
              88 FIM-ARQUIVO-UA                    VALUE "10".
              88 AUDA-INEXISTENTE                  VALUE "35".
       01  FS-CLIAUD                       PIC X(02).
              88 SUCESSO-UD                        VALUE "00".
              88 FIM-ARQUIVO-UD                    VALUE "10".
       01  FS-CLIRSTA                      PIC X(02).
              88 SUCESSO-RA                        VALUE "00".
              88 FIM-ARQUIVO-RA                    VALUE "10".
              88 RSTA-INEXISTENTE                  VALUE "35".
       01  FS-CLIRST                       PIC X(02).
              88 SUCESSO-RT                        VALUE "00".
              88 FIM-ARQUIVO-RT                    VALUE "10".
       01  FS-CLIEXHA                      PIC X(02).
              88 SUCESSO-XA                        VALUE "00".
              88 FIM-ARQUIVO-XA                    VALUE "10".
              88 EXHA-INEXISTENTE                  VALUE "35".
       01  FS-CLIEXH                       PIC X(02).
              88 SUCESSO-XH                        VALUE "00".
              88 FIM-ARQUIVO-XH                    VALUE "10".
       01  FS-CLIEXC                       PIC X(02).
              88 SUCESSO-XC                        VALUE "00".
              88 FIM-ARQUIVO-XC                    VALUE "10".
       01  FS-CLILDG                       PIC X(02).
              88 SUCESSO-L                         VALUE "00".
       77  WS-FS                           PIC X(02).

      *VARIAVEIS DE MENSAGEM DE ERRO
       77  WS-MSG                          PIC X(60).
       77  WS-MSG-ERRO-OPEN-AH             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO ACH".
       77  WS-MSG-ERRO-CLOSE-AH            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO ACH".
       77  WS-MSG-ERRO-READ-AH             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO ACH".
       77  WS-MSG-ERRO-OPEN-AC             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO ACR".
       77  WS-MSG-ERRO-CLOSE-AC            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO ACR".
       77  WS-MSG-ERRO-READ-AC             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO ACR".
       77  WS-MSG-ERRO-OPEN-UA             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO AUDA".
       77  WS-MSG-ERRO-CLOSE-UA            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO AUDA".
       77  WS-MSG-ERRO-READ-UA             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO AUDA".
       77  WS-MSG-ERRO-OPEN-UD             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO AUD".
       77  WS-MSG-ERRO-CLOSE-UD            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO AUD".
       77  WS-MSG-ERRO-READ-UD             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO AUD".
       77  WS-MSG-ERRO-OPEN-RA             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO RSTA".
       77  WS-MSG-ERRO-CLOSE-RA            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO RSTA".
       77  WS-MSG-ERRO-READ-RA             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO RSTA".
       77  WS-MSG-ERRO-OPEN-RT             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO RST".
       77  WS-MSG-ERRO-CLOSE-RT            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO RST".
       77  WS-MSG-ERRO-READ-RT             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO RST".
       77  WS-MSG-ERRO-OPEN-XA             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO EXHA".
       77  WS-MSG-ERRO-CLOSE-XA            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO EXHA".
       77  WS-MSG-ERRO-READ-XA             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO EXHA".
       77  WS-MSG-ERRO-OPEN-XH             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO EXH".
       77  WS-MSG-ERRO-CLOSE-XH            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO EXH".
       77  WS-MSG-ERRO-READ-XH             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO EXH".
       77  WS-MSG-ERRO-OPEN-XC             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO EXC".
       77  WS-MSG-ERRO-CLOSE-XC            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO EXC".
       77  WS-MSG-ERRO-READ-XC             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO EXC".
       77  WS-MSG-ERRO-OPEN-L              PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO LDG".
       77  WS-MSG-ERRO-CLOSE-L             PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO LDG".
       77  WS-MSG-ERRO-WRITE               PIC X(40)
                                                   VALUE
           "ERRO DE GRAVACAO DO ARQUIVO".
       77  WS-MSG-ERRO-ADD                 PIC X(40)
                                                   VALUE
           "ERRO DE TAMANHO DA VARIAVEL".
       77  WS-MSG-ERRO-SORT                PIC X(40)
                                                   VALUE
           "ERRO NA CLASSIFICACAO DOS LANCAMENTOS".

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
       0000-GPAZ9928.
           PERFORM 1000-INICIALIZAR

      *----CLASSIFICA OS LANCAMENTOS DE TODAS AS ORIGENS POR CODCLI,
      *----DATA E ORDEM DO DIA; O PROCEDIMENTO DE SAIDA NUMERA A
      *----SEQUENCIA DENTRO DO DIA E CARREGA O RAZAO INDEXADO
           SORT ARQSORT ON ASCENDING KEY CODCLI-SRT
                                         DATALANC-SRT
                                         ORDEMDIA-SRT
                                         SEQLEITURA-SRT
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-GRAVA-RAZAO
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
           MOVE "GPAZ9928"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME

      *----ZERANDO VARIAVEIS CONTADORAS
           MOVE 0                          TO WS-CTLIDOACR
                                              WS-CTLIDOAUD
                                              WS-CTLIDORST
                                              WS-CTLIDOEXC
                                              WS-CTDESPREZADOS
                                              WS-CTLIBERADOS
                                              WS-CTGRAVLDG
                                              WS-CTCLIENTES
                                              WS-SEQ-LEITURA

           ACCEPT WS-DATA-SISTEMA          FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN

      *----ABERTURA DO ARQ CLILDG (CARGA SEMPRE DO ZERO)
           OPEN OUTPUT CLILDG
           IF NOT SUCESSO-L
              MOVE WS-MSG-ERRO-OPEN-L      TO WS-MSG
              MOVE FS-CLILDG               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

      *----PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE CADA ORIGEM,
      *----O ARQUIVAMENTO OU HISTORICO ANTES DO ARQUIVO DO DIA, E
      *----LIBERA UM LANCAMENTO POR MOVIMENTO QUE MEXEU NO CLIENTE
       2000-SELECIONAR.
           PERFORM 2100-SELECIONA-EXTRATO
           PERFORM 2300-SELECIONA-AUDITORIA
           PERFORM 2500-SELECIONA-REINTEGRACAO
           PERFORM 2700-SELECIONA-EXCLUSAO
           .

      *----EXTRATOS DE APROPRIACAO: HISTORICO ACUMULADO (AUSENTE ANTES
      *----DO PRIMEIRO LOTE) E EXTRATO DO DIA
       2100-SELECIONA-EXTRATO.
           MOVE 2                          TO WS-ORDEMDIA-LANC

           MOVE "CLIACH"                   TO WS-ORIGEM-LANC
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
              PERFORM 2110-LER-CLIACH
           END-IF

           PERFORM UNTIL FIM-ARQUIVO-AH
              PERFORM 2200-LANCA-EXTRATO
              PERFORM 2110-LER-CLIACH
           END-PERFORM

           IF ACH-ABERTO
              CLOSE CLIACH
              IF NOT SUCESSO-AH
                 MOVE WS-MSG-ERRO-CLOSE-AH TO WS-MSG
                 MOVE FS-CLIACH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

           MOVE "CLIACR"                   TO WS-ORIGEM-LANC
           OPEN INPUT CLIACR
           IF NOT SUCESSO-AC
              MOVE WS-MSG-ERRO-OPEN-AC     TO WS-MSG
              MOVE FS-CLIACR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 2120-LER-CLIACR
           PERFORM UNTIL FIM-ARQUIVO-AC
              PERFORM 2200-LANCA-EXTRATO
              PERFORM 2120-LER-CLIACR
           END-PERFORM

           CLOSE CLIACR
           IF NOT SUCESSO-AC
              MOVE WS-MSG-ERRO-CLOSE-AC    TO WS-MSG
              MOVE FS-CLIACR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       2110-LER-CLIACH.
           READ CLIACH INTO WS-REG-CLI-ACR
           IF NOT SUCESSO-AH
              IF NOT FIM-ARQUIVO-AH
                 MOVE WS-MSG-ERRO-READ-AH  TO WS-MSG
                 MOVE FS-CLIACH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       2120-LER-CLIACR.
           READ CLIACR INTO WS-REG-CLI-ACR
           IF NOT SUCESSO-AC
              IF NOT FIM-ARQUIVO-AC
                 MOVE WS-MSG-ERRO-READ-AC  TO WS-MSG
                 MOVE FS-CLIACR            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----UM LANCAMENTO POR DETALHE DO EXTRATO; O VALOR E O SINAL
      *----SAEM DA DIFERENCA ENTRE O SALDO DEPOIS E O SALDO ANTES, O
      *----QUE VALE PARA JUROS, PAGAMENTO, ESTORNO E BAIXA. O TRAILER
      *----DE CADA LOTE NAO E LANCAMENTO
       2200-LANCA-EXTRATO.
           ADD 1                           TO WS-CTLIDOACR
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           INITIALIZE WS-REG-CLI-LDG
           IF WS-TIPOREG-ACR = "D"
              MOVE "J"                     TO WS-TIPOLANC-LDG
              MOVE "JUROS DO RECALCULO DE ATRASO"
                                           TO WS-DESCRICAO-LDG
           ELSE
           IF WS-TIPOREG-ACR = "P"
              MOVE "P"                     TO WS-TIPOLANC-LDG
              MOVE "PAGAMENTO RECEBIDO"    TO WS-DESCRICAO-LDG
           ELSE
           IF WS-TIPOREG-ACR = "S"
              MOVE "S"                     TO WS-TIPOLANC-LDG
              MOVE "ESTORNO DE PAGAMENTO"  TO WS-DESCRICAO-LDG
           ELSE
           IF WS-TIPOREG-ACR = "B"
              MOVE "B"                     TO WS-TIPOLANC-LDG
              MOVE "BAIXA PARA PERDA"      TO WS-DESCRICAO-LDG
           ELSE
              ADD 1                        TO WS-CTDESPREZADOS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF
           END-IF
           END-IF
           END-IF

           IF WS-TIPOLANC-LDG NOT = SPACES
              MOVE WS-CODCLI-ACR           TO WS-CODCLI-LDG
              MOVE WS-DATAPROC-ACR         TO WS-DATALANC-LDG
              MOVE WS-SALDOANT-ACR         TO WS-SALDOANT-LDG
              MOVE WS-SALDOPOS-ACR         TO WS-SALDOPOS-LDG
              MOVE WS-DIASATRASO-ACR       TO WS-DIASATRASO-LDG
              MOVE WS-DATAORIG-ACR         TO WS-DATAORIG-LDG
              IF WS-SALDOPOS-ACR < WS-SALDOANT-ACR
                 COMPUTE WS-VALOR-LDG = WS-SALDOANT-ACR
                                      - WS-SALDOPOS-ACR
                 MOVE "-"                  TO WS-SINAL-LDG
              ELSE
                 COMPUTE WS-VALOR-LDG = WS-SALDOPOS-ACR
                                      - WS-SALDOANT-ACR
                 IF WS-VALOR-LDG > 0
                    MOVE "+"               TO WS-SINAL-LDG
                 END-IF
              END-IF
              PERFORM 2900-LIBERA-LANCAMENTO
           END-IF
           .

      *----AUDITORIA DE ALTERACOES: ARQUIVAMENTO ANUAL (AUSENTE ANTES
      *----DO PRIMEIRO EXPURGO) E AUDITORIA MANTIDA
       2300-SELECIONA-AUDITORIA.
           MOVE 3                          TO WS-ORDEMDIA-LANC

           MOVE "CLIAUDA"                  TO WS-ORIGEM-LANC
           OPEN INPUT CLIAUDA
           IF AUDA-INEXISTENTE
              MOVE "10"                    TO FS-CLIAUDA
           ELSE
              IF NOT SUCESSO-UA
                 MOVE WS-MSG-ERRO-OPEN-UA  TO WS-MSG
                 MOVE FS-CLIAUDA           TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET AUDA-ABERTO              TO TRUE
              PERFORM 2310-LER-CLIAUDA
           END-IF

           PERFORM UNTIL FIM-ARQUIVO-UA
              PERFORM 2400-LANCA-ALTERACAO
              PERFORM 2310-LER-CLIAUDA
           END-PERFORM

           IF AUDA-ABERTO
              CLOSE CLIAUDA
              IF NOT SUCESSO-UA
                 MOVE WS-MSG-ERRO-CLOSE-UA TO WS-MSG
                 MOVE FS-CLIAUDA           TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

           MOVE "CLIAUD"                   TO WS-ORIGEM-LANC
           OPEN INPUT CLIAUD
           IF NOT SUCESSO-UD
              MOVE WS-MSG-ERRO-OPEN-UD     TO WS-MSG
              MOVE FS-CLIAUD               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 2320-LER-CLIAUD
           PERFORM UNTIL FIM-ARQUIVO-UD
              PERFORM 2400-LANCA-ALTERACAO
              PERFORM 2320-LER-CLIAUD
           END-PERFORM

           CLOSE CLIAUD
           IF NOT SUCESSO-UD
              MOVE WS-MSG-ERRO-CLOSE-UD    TO WS-MSG
              MOVE FS-CLIAUD               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       2310-LER-CLIAUDA.
           READ CLIAUDA INTO WS-REG-CLI-AUD
           IF NOT SUCESSO-UA
              IF NOT FIM-ARQUIVO-UA
                 MOVE WS-MSG-ERRO-READ-UA  TO WS-MSG
                 MOVE FS-CLIAUDA           TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       2320-LER-CLIAUD.
           READ CLIAUD INTO WS-REG-CLI-AUD
           IF NOT SUCESSO-UD
              IF NOT FIM-ARQUIVO-UD
                 MOVE WS-MSG-ERRO-READ-UD  TO WS-MSG
                 MOVE FS-CLIAUD            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----A ALTERACAO CADASTRAL ENTRA SEM VALOR (O SALDO ANTES E
      *----DEPOIS SAO O SALDO JA RECALCULADO), APONTANDO QUAIS DADOS
      *----MUDARAM; ALTERACAO QUE SO RECALCULOU O SALDO NAO VIRA
      *----LANCAMENTO, POIS OS JUROS JA VEM DO EXTRATO
       2400-LANCA-ALTERACAO.
           ADD 1                           TO WS-CTLIDOAUD
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           MOVE SPACES                     TO WS-ALT-NOME
                                              WS-ALT-END
                                              WS-ALT-FONE
                                              WS-ALT-CPF
           IF WS-NOMECLI-ANT-AUD NOT = WS-NOMECLI-NOV-AUD
              MOVE " NOME"                 TO WS-ALT-NOME
           END-IF
           IF WS-ENDCLI-ANT-AUD NOT = WS-ENDCLI-NOV-AUD
              MOVE " END"                  TO WS-ALT-END
           END-IF
           IF WS-FONECLI-ANT-AUD NOT = WS-FONECLI-NOV-AUD
              MOVE " FONE"                 TO WS-ALT-FONE
           END-IF
           IF WS-CPFCLI-ANT-AUD NOT = WS-CPFCLI-NOV-AUD
              MOVE " CPF"                  TO WS-ALT-CPF
           END-IF

           IF WS-ALT-NOME = SPACES
              AND WS-ALT-END = SPACES
              AND WS-ALT-FONE = SPACES
              AND WS-ALT-CPF = SPACES
              ADD 1                        TO WS-CTDESPREZADOS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              INITIALIZE WS-REG-CLI-LDG
              MOVE WS-CODCLI-AUD           TO WS-CODCLI-LDG
              MOVE WS-DATAPROC-AUD         TO WS-DATALANC-LDG
              MOVE "A"                     TO WS-TIPOLANC-LDG
              MOVE WS-DESC-ALTERACAO       TO WS-DESCRICAO-LDG
              MOVE WS-TOTALDIVIDA-NOV-AUD  TO WS-SALDOANT-LDG
                                              WS-SALDOPOS-LDG
              PERFORM 2900-LIBERA-LANCAMENTO
           END-IF
           .

      *----REINTEGRACOES: ARQUIVAMENTO ANUAL (AUSENTE ANTES DO
      *----PRIMEIRO EXPURGO) E HISTORICO MANTIDO; O CLIENTE VOLTA AO
      *----CADASTRO COM O SALDO QUE TINHA NA EXCLUSAO
       2500-SELECIONA-REINTEGRACAO.
           MOVE 1                          TO WS-ORDEMDIA-LANC

           MOVE "CLIRSTA"                  TO WS-ORIGEM-LANC
           OPEN INPUT CLIRSTA
           IF RSTA-INEXISTENTE
              MOVE "10"                    TO FS-CLIRSTA
           ELSE
              IF NOT SUCESSO-RA
                 MOVE WS-MSG-ERRO-OPEN-RA  TO WS-MSG
                 MOVE FS-CLIRSTA           TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET RSTA-ABERTO              TO TRUE
              PERFORM 2510-LER-CLIRSTA
           END-IF

           PERFORM UNTIL FIM-ARQUIVO-RA
              PERFORM 2600-LANCA-REINTEGRACAO
              PERFORM 2510-LER-CLIRSTA
           END-PERFORM

           IF RSTA-ABERTO
              CLOSE CLIRSTA
              IF NOT SUCESSO-RA
                 MOVE WS-MSG-ERRO-CLOSE-RA TO WS-MSG
                 MOVE FS-CLIRSTA           TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

           MOVE "CLIRST"                   TO WS-ORIGEM-LANC
           OPEN INPUT CLIRST
           IF NOT SUCESSO-RT
              MOVE WS-MSG-ERRO-OPEN-RT     TO WS-MSG
              MOVE FS-CLIRST               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 2520-LER-CLIRST
           PERFORM UNTIL FIM-ARQUIVO-RT
              PERFORM 2600-LANCA-REINTEGRACAO
              PERFORM 2520-LER-CLIRST
           END-PERFORM

           CLOSE CLIRST
           IF NOT SUCESSO-RT
              MOVE WS-MSG-ERRO-CLOSE-RT    TO WS-MSG
              MOVE FS-CLIRST               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       2510-LER-CLIRSTA.
           READ CLIRSTA INTO WS-REG-CLI-RST
           IF NOT SUCESSO-RA
              IF NOT FIM-ARQUIVO-RA
                 MOVE WS-MSG-ERRO-READ-RA  TO WS-MSG
                 MOVE FS-CLIRSTA           TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       2520-LER-CLIRST.
           READ CLIRST INTO WS-REG-CLI-RST
           IF NOT SUCESSO-RT
              IF NOT FIM-ARQUIVO-RT
                 MOVE WS-MSG-ERRO-READ-RT  TO WS-MSG
                 MOVE FS-CLIRST            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       2600-LANCA-REINTEGRACAO.
           ADD 1                           TO WS-CTLIDORST
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           INITIALIZE WS-REG-CLI-LDG
           MOVE WS-CODCLI-RST              TO WS-CODCLI-LDG
           MOVE WS-DATARST-RST             TO WS-DATALANC-LDG
           MOVE "R"                        TO WS-TIPOLANC-LDG
           MOVE "REINTEGRACAO AO CADASTRO" TO WS-DESCRICAO-LDG
           MOVE ZEROS                      TO WS-SALDOANT-LDG
           MOVE WS-TOTALDIVIDA-RST         TO WS-SALDOPOS-LDG
                                              WS-VALOR-LDG
           MOVE WS-DIASATRASO-RST          TO WS-DIASATRASO-LDG
           IF WS-VALOR-LDG > 0
              MOVE "+"                     TO WS-SINAL-LDG
           END-IF
           PERFORM 2900-LIBERA-LANCAMENTO
           .

      *----EXCLUSOES: ARQUIVAMENTO ANUAL (AUSENTE ANTES DO PRIMEIRO
      *----EXPURGO), HISTORICO DE LOTES ANTERIORES E EXCLUSOES DO DIA;
      *----O SALDO DO CLIENTE SAI DO CADASTRO NA EXCLUSAO
       2700-SELECIONA-EXCLUSAO.
           MOVE 4                          TO WS-ORDEMDIA-LANC

           MOVE "CLIEXHA"                  TO WS-ORIGEM-LANC
           OPEN INPUT CLIEXHA
           IF EXHA-INEXISTENTE
              MOVE "10"                    TO FS-CLIEXHA
           ELSE
              IF NOT SUCESSO-XA
                 MOVE WS-MSG-ERRO-OPEN-XA  TO WS-MSG
                 MOVE FS-CLIEXHA           TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET EXHA-ABERTO              TO TRUE
              PERFORM 2710-LER-CLIEXHA
           END-IF

           PERFORM UNTIL FIM-ARQUIVO-XA
              PERFORM 2800-LANCA-EXCLUSAO
              PERFORM 2710-LER-CLIEXHA
           END-PERFORM

           IF EXHA-ABERTO
              CLOSE CLIEXHA
              IF NOT SUCESSO-XA
                 MOVE WS-MSG-ERRO-CLOSE-XA TO WS-MSG
                 MOVE FS-CLIEXHA           TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

           MOVE "CLIEXH"                   TO WS-ORIGEM-LANC
           OPEN INPUT CLIEXH
           IF NOT SUCESSO-XH
              MOVE WS-MSG-ERRO-OPEN-XH     TO WS-MSG
              MOVE FS-CLIEXH               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 2720-LER-CLIEXH
           PERFORM UNTIL FIM-ARQUIVO-XH
              PERFORM 2800-LANCA-EXCLUSAO
              PERFORM 2720-LER-CLIEXH
           END-PERFORM

           CLOSE CLIEXH
           IF NOT SUCESSO-XH
              MOVE WS-MSG-ERRO-CLOSE-XH    TO WS-MSG
              MOVE FS-CLIEXH               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE "CLIEXC"                   TO WS-ORIGEM-LANC
           OPEN INPUT CLIEXC
           IF NOT SUCESSO-XC
              MOVE WS-MSG-ERRO-OPEN-XC     TO WS-MSG
              MOVE FS-CLIEXC               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 2730-LER-CLIEXC
           PERFORM UNTIL FIM-ARQUIVO-XC
              PERFORM 2800-LANCA-EXCLUSAO
              PERFORM 2730-LER-CLIEXC
           END-PERFORM

           CLOSE CLIEXC
           IF NOT SUCESSO-XC
              MOVE WS-MSG-ERRO-CLOSE-XC    TO WS-MSG
              MOVE FS-CLIEXC               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       2710-LER-CLIEXHA.
           READ CLIEXHA INTO WS-REG-CLI-EXH
           IF NOT SUCESSO-XA
              IF NOT FIM-ARQUIVO-XA
                 MOVE WS-MSG-ERRO-READ-XA  TO WS-MSG
                 MOVE FS-CLIEXHA           TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       2720-LER-CLIEXH.
           READ CLIEXH INTO WS-REG-CLI-EXH
           IF NOT SUCESSO-XH
              IF NOT FIM-ARQUIVO-XH
                 MOVE WS-MSG-ERRO-READ-XH  TO WS-MSG
                 MOVE FS-CLIEXH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       2730-LER-CLIEXC.
           READ CLIEXC INTO WS-REG-CLI-EXH
           IF NOT SUCESSO-XC
              IF NOT FIM-ARQUIVO-XC
                 MOVE WS-MSG-ERRO-READ-XC  TO WS-MSG
                 MOVE FS-CLIEXC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       2800-LANCA-EXCLUSAO.
           ADD 1                           TO WS-CTLIDOEXC
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           INITIALIZE WS-REG-CLI-LDG
           MOVE WS-CODCLI-EXH              TO WS-CODCLI-LDG
           MOVE WS-DATAEXC-EXH             TO WS-DATALANC-LDG
           MOVE "E"                        TO WS-TIPOLANC-LDG
           MOVE "EXCLUSAO DO CADASTRO"     TO WS-DESCRICAO-LDG
           MOVE WS-TOTALDIVIDA-EXH         TO WS-SALDOANT-LDG
                                              WS-VALOR-LDG
           MOVE ZEROS                      TO WS-SALDOPOS-LDG
           MOVE WS-DIASATRASO-EXH          TO WS-DIASATRASO-LDG
           IF WS-VALOR-LDG > 0
              MOVE "-"                     TO WS-SINAL-LDG
           END-IF
           PERFORM 2900-LIBERA-LANCAMENTO
           .

      *----COMPLETA O LANCAMENTO COM A ORIGEM, A ORDEM DO DIA E O
      *----NUMERO DE ORDEM DE LEITURA E O LIBERA PARA A CLASSIFICACAO
       2900-LIBERA-LANCAMENTO.
           MOVE WS-ORIGEM-LANC             TO WS-ORIGEM-LDG
           MOVE ZEROS                      TO WS-SEQLANC-LDG
           ADD 1                           TO WS-SEQ-LEITURA
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           MOVE WS-REG-CLI-LDG             TO LANCAMENTO-SRT
           MOVE WS-ORDEMDIA-LANC           TO ORDEMDIA-SRT
           MOVE WS-SEQ-LEITURA             TO SEQLEITURA-SRT
           RELEASE REG-LDG-SRT

           ADD 1                           TO WS-CTLIBERADOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: NUMERA A SEQUENCIA
      *----DENTRO DE CADA CODCLI E DATA E GRAVA O RAZAO INDEXADO, QUE
      *----CHEGA AQUI JA EM ORDEM DE CHAVE
       3000-GRAVA-RAZAO.
           PERFORM 3100-RETORNA-LANCAMENTO
           PERFORM 3200-GRAVA-LANCAMENTO UNTIL FIM-ARQSORT
           .

       3100-RETORNA-LANCAMENTO.
           RETURN ARQSORT
               AT END
                  SET FIM-ARQSORT          TO TRUE
           END-RETURN
           .

       3200-GRAVA-LANCAMENTO.
           MOVE LANCAMENTO-SRT             TO WS-REG-CLI-LDG

           IF WS-CODCLI-LDG NOT = WS-CODCLI-ANT
              ADD 1                        TO WS-CTCLIENTES
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              MOVE 1                       TO WS-SEQLANC-ATU
           ELSE
              IF WS-DATALANC-LDG NOT = WS-DATALANC-ANT
                 MOVE 1                    TO WS-SEQLANC-ATU
              ELSE
                 ADD 1                     TO WS-SEQLANC-ATU
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
           END-IF
           MOVE WS-CODCLI-LDG              TO WS-CODCLI-ANT
           MOVE WS-DATALANC-LDG            TO WS-DATALANC-ANT
           MOVE WS-SEQLANC-ATU             TO WS-SEQLANC-LDG

           WRITE REG-CLI-LDG FROM WS-REG-CLI-LDG
           IF NOT SUCESSO-L
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLILDG               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTGRAVLDG
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           PERFORM 3100-RETORNA-LANCAMENTO
           .

       4000-TERMINO.
           PERFORM 9000-IMPRIME-DATA

      *----FECHA ARQ CLILDG
           CLOSE CLILDG
           IF NOT SUCESSO-L
              MOVE WS-MSG-ERRO-CLOSE-L     TO WS-MSG
              MOVE FS-CLILDG               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-CTLIDOACR               TO WS-CTLIDOACR-F
           MOVE WS-CTLIDOAUD               TO WS-CTLIDOAUD-F
           MOVE WS-CTLIDORST               TO WS-CTLIDORST-F
           MOVE WS-CTLIDOEXC               TO WS-CTLIDOEXC-F
           MOVE WS-CTDESPREZADOS           TO WS-CTDESPREZADOS-F
           MOVE WS-CTLIBERADOS             TO WS-CTLIBERADOS-F
           MOVE WS-CTGRAVLDG               TO WS-CTGRAVLDG-F
           MOVE WS-CTCLIENTES              TO WS-CTCLIENTES-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL LIDO DOS EXTRATOS (CLIACH/CLIACR).....:"
                    WS-CTLIDOACR-F
           DISPLAY "TOTAL LIDO DA AUDITORIA (CLIAUDA/CLIAUD)....:"
                    WS-CTLIDOAUD-F
           DISPLAY "TOTAL LIDO DAS REINTEGRACOES (CLIRSTA/CLIRST):"
                    WS-CTLIDORST-F
           DISPLAY "TOTAL LIDO DAS EXCLUSOES (EXHA/EXH/EXC).....:"
                    WS-CTLIDOEXC-F
           DISPLAY "TOTAL DE REGISTROS SEM LANCAMENTO...........:"
                    WS-CTDESPREZADOS-F
           DISPLAY "TOTAL DE LANCAMENTOS CLASSIFICADOS..........:"
                    WS-CTLIBERADOS-F
           DISPLAY "TOTAL DE LANCAMENTOS CARREGADOS EM CLILDG...:"
                    WS-CTGRAVLDG-F
           DISPLAY "TOTAL DE CLIENTES COM LANCAMENTOS...........:"
                    WS-CTCLIENTES-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO
           COMPUTE WS-QTLIDO-JRN = WS-CTLIDOACR + WS-CTLIDOAUD
                                 + WS-CTLIDORST + WS-CTLIDOEXC
           MOVE WS-CTGRAVLDG               TO WS-QTGRAV-JRN
           MOVE ZEROS                      TO WS-QTREJ-JRN
           MOVE 0                          TO WS-RC-FINAL
           PERFORM 9500-GRAVA-JOURNAL
           .

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
