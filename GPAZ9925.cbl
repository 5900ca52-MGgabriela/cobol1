      *PROJETO: GPAZ9925                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: CADASTRAMENTO DOS ACORDOS DE PARCELAMENTO.            *
      *LE AS OPERACOES DE ACORDO DIGITADAS PELA COBRANCA (CLIAPO),     *
      *CLASSIFICA POR CODCLI (NA ORDEM DE DIGITACAO DENTRO DO CODCLI)  *
      *E ATUALIZA O ARQUIVO DE ACORDOS: CLIAPC ENTRA COM OS ACORDOS    *
      *CORRENTES E CLIAPN SAI ATUALIZADO. A INCLUSAO ("I") CONFERE O   *
      *CLIENTE NO CADASTRO MESTRE INDEXADO (CLIIDX), LIMITA O VALOR    *
      *NEGOCIADO AO SALDO DEVEDOR (VALOR ZERADO = SALDO INTEIRO) E     *
      *MONTA O CRONOGRAMA DE 1 A 12 PARCELAS MENSAIS A PARTIR DO       *
      *PRIMEIRO VENCIMENTO (A ULTIMA PARCELA ABSORVE O RESIDUO DA      *
      *DIVISAO); O CANCELAMENTO ("C") ENCERRA O ACORDO VIGENTE. CADA   *
      *OPERACAO SAI NA LISTAGEM CLIAPL COMO ACEITA OU COM O MOTIVO DA  *
      *RECUSA. O CLIAPN E O QUE O MERGE (GPAZ9906) E A CONCILIACAO     *
      *(GPAZ9916) PASSAM A LER COMO CLIAPC. A DATA DO ACORDO E A DATA  *
      *DE NEGOCIO DO CARTAO DO MERGE (CLIPAR).                         *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9925.
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
           SELECT CLIAPO ASSIGN            TO UT-S-CLIAPO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAPO
           .

           SELECT CLIAPC ASSIGN            TO UT-S-CLIAPC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAPC
           .

           SELECT CLIIDX ASSIGN            TO CLIIDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODCLI-IDX
           ALTERNATE RECORD KEY IS CPFCLI-IDX WITH DUPLICATES
           FILE STATUS IS FS-CLIIDX
           .

           SELECT CLIAPN ASSIGN            TO UT-S-CLIAPN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAPN
           .

           SELECT CLIAPL ASSIGN            TO UT-S-CLIAPL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAPL
           .

           SELECT CLIPAR ASSIGN            TO UT-S-CLIPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPAR
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

       FD  CLIAPO
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS REG-CLIAPO
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIAPO (OPERACOES DE ACORDO
      *----DIGITADAS PELA COBRANCA)
           COPY ARQCLIAO REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==APO==.

       FD  CLIAPC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 372 CHARACTERS
           DATA RECORD IS REG-CLIAPC
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIAPC (ACORDOS CORRENTES)
           COPY ARQCLIAP REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==APC==.

      *----CADASTRO MESTRE INDEXADO CARREGADO PELO GPAZ9913
       FD  CLIIDX
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS REG-CLIIDX
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIIDX
           COPY ARQCLI02 REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==IDX==.

      *----NOVO ARQUIVO DE ACORDOS, JA ATUALIZADO
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

      *----LISTAGEM IMPRIMIVEL DAS OPERACOES DE ACORDO
       FD  CLIAPL
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIAPL
           .
       01  REG-CLIAPL                      PIC X(80).

      *----CARTAO DE PARAMETROS DO MERGE (SO A DATA DE PROCESSAMENTO
      *----DO NEGOCIO, DATA DO ACORDO E DO CRONOGRAMA)
       FD  CLIPAR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIPAR
           .
       01  REG-CLIPAR                      PIC X(80).

      *----ARQUIVO DE TRABALHO DA CLASSIFICACAO DAS OPERACOES: O
      *----NUMERO DE ORDEM DE LEITURA ACOMPANHA A OPERACAO PARA QUE,
      *----DENTRO DE CADA CODCLI, AS OPERACOES SEJAM APLICADAS NA
      *----ORDEM EM QUE FORAM DIGITADAS
       SD  ARQSORT
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS REG-CLI-SRT
           .
       01  REG-CLI-SRT.
           05 CODCLI-SRT                   PIC X(04).
           05 OPERACAO-SRT                 PIC X(24).
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

      *VARIAVEIS ESPELHO DO CLIAPO
       COPY ARQCLIAO REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==APO==.

      *VARIAVEIS ESPELHO DO CLIAPC
       COPY ARQCLIAP REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==APC==.

      *ACORDO DO CODCLI EM TRATAMENTO (O CORRENTE, SE HOUVER, COM AS
      *OPERACOES DO DIA JA APLICADAS); E DELE QUE SAI O CLIAPN
       COPY ARQCLIAP REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==ACD==.

      *SINALIZA QUE O CODCLI EM TRATAMENTO TEM REGISTRO DE ACORDO
       77  WS-TEM-ACORDO                   PIC X(01).
              88 TEM-ACORDO                        VALUE "S".

      *SINALIZA QUE O CLIAPC EXISTIA E FOI ABERTO (NA PRIMEIRA
      *EXECUCAO AINDA NAO HA ARQUIVO DE ACORDOS)
       77  WS-APC-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 APC-ABERTO                        VALUE "S".

      *ULTIMO CODCLI LIDO DO CLIAPC, PARA VALIDAR A SEQUENCIA
      *ASCENDENTE ESTRITA
       77  WS-ULTIMO-CODCLI-APC            PIC X(04)
                                                   VALUE LOW-VALUES.

      *NUMERO DE ORDEM DE LEITURA DAS OPERACOES (VIDE ARQSORT)
       77  WS-SEQ-LEITURA                  PIC 9(09).

      *FIM DO ARQUIVO DE TRABALHO DA CLASSIFICACAO (RETURN AT END)
       77  WS-FIM-ARQSORT                  PIC X(01)
                                                   VALUE "N".
              88 FIM-ARQSORT                       VALUE "S".

      *CARENCIA PADRAO, EM DIAS CORRIDOS APOS CADA VENCIMENTO, QUANDO
      *A COBRANCA NAO INFORMA OUTRA NA OPERACAO
       77  WS-CARENCIA-PADRAO              PIC 9(03)
                                                   VALUE 10.

      *MONTAGEM DO CRONOGRAMA DE PARCELAS
       77  WS-VALOR-NEGOCIADO              PIC 9(08)V99.
       77  WS-VALOR-PARCELA                PIC 9(08)V99.
       77  WS-IDX-PARC                     PIC 9(02).
       01  WS-VENCTO-PARC.
           05 WS-ANO-PARC                  PIC 9(04).
           05 WS-MES-PARC                  PIC 9(02).
           05 WS-DIA-PARC                  PIC 9(02).
       01  WS-VENCTO-PARC-R REDEFINES WS-VENCTO-PARC
                                           PIC 9(08).

      *RESULTADO DA OPERACAO EM TRATAMENTO (ESPACOS = ACEITA)
       77  WS-MOTIVO-RECUSA                PIC X(30).

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDOAPO                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOAPC                    PIC 9(07)
                                                   COMP.
       77  WS-CTINCLUIDOS                  PIC 9(07)
                                                   COMP.
       77  WS-CTCANCELADOS                 PIC 9(07)
                                                   COMP.
       77  WS-CTRECUSADOS                  PIC 9(07)
                                                   COMP.
       77  WS-CTGRAVAPN                    PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDOAPO-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOAPC-F                  PIC ZZZZZZ9.
       77  WS-CTINCLUIDOS-F                PIC ZZZZZZ9.
       77  WS-CTCANCELADOS-F               PIC ZZZZZZ9.
       77  WS-CTRECUSADOS-F                PIC ZZZZZZ9.
       77  WS-CTGRAVAPN-F                  PIC ZZZZZZ9.

      *LINHAS DA LISTAGEM DAS OPERACOES DE ACORDO
       01  WS-APL-TITULO                   PIC X(80)
                                                   VALUE
           "CADASTRAMENTO DOS ACORDOS DE PARCELAMENTO - GPAZ9925".
       01  WS-APL-DATA.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DATA DO PROCESSAMENTO: ".
           05 WS-APL-DATA-VALOR            PIC X(10).
           05 FILLER                       PIC X(47)
                                                   VALUE SPACES.
       01  WS-APL-CABECALHO.
           05 FILLER                       PIC X(06)
                                                   VALUE "CODCLI".
           05 FILLER                       PIC X(05)
                                                   VALUE " ACAO".
           05 FILLER                       PIC X(13)
                                                   VALUE
              "        VALOR".
           05 FILLER                       PIC X(06)
                                                   VALUE "  PARC".
           05 FILLER                       PIC X(10)
                                                   VALUE "   1O VENC".
           05 FILLER                       PIC X(40)
                                                   VALUE
              "  RESULTADO".
       01  WS-APL-DETALHE.
           05 WS-APL-CODCLI                PIC X(04).
           05 FILLER                       PIC X(04)
                                                   VALUE SPACES.
           05 WS-APL-ACAO                  PIC X(01).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-APL-VALOR                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(04)
                                                   VALUE SPACES.
           05 WS-APL-QTPARC                PIC Z9.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-APL-DATAPRIVENC           PIC X(08).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-APL-RESULTADO             PIC X(30).
           05 FILLER                       PIC X(08)
                                                   VALUE SPACES.
       01  WS-APL-LINHA-QTD.
           05 WS-APL-DESC-Q                PIC X(45).
           05 WS-APL-VALOR-Q               PIC ZZZZZZ9.
           05 FILLER                       PIC X(28)
                                                   VALUE SPACES.

      *CARTAO DE PARAMETROS DO MERGE
       01  WS-REG-CLIPAR.
           05 WS-DATAPROC-PRM              PIC X(08).
           05 FILLER                       PIC X(72).

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLIAPO                       PIC X(02).
              88 SUCESSO-O                         VALUE "00".
              88 FIM-ARQUIVO-O                     VALUE "10".
       01  FS-CLIAPC                       PIC X(02).
              88 SUCESSO-AC                        VALUE "00".
              88 FIM-ARQUIVO-AC                    VALUE "10".
              88 APC-INEXISTENTE                   VALUE "35".
       01  FS-CLIIDX                       PIC X(02).
              88 SUCESSO-I                         VALUE "00".
              88 FIM-ARQUIVO-I                     VALUE "10".
              88 CHAVE-NAO-ACHADA                  VALUE "23".
       01  FS-CLIAPN                       PIC X(02).
              88 SUCESSO-AN                        VALUE "00".
              88 FIM-ARQUIVO-AN                    VALUE "10".
       01  FS-CLIAPL                       PIC X(02).
              88 SUCESSO-AL                        VALUE "00".
              88 FIM-ARQUIVO-AL                    VALUE "10".
       01  FS-CLIPAR                       PIC X(02).
              88 SUCESSO-PR                        VALUE "00".
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
       77  WS-MSG-ERRO-SEQ-AC              PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO APC".
       77  WS-MSG-ERRO-PAR-DATA            PIC X(40)
                                                   VALUE
           "ERRO DE DATA NO CARTAO CLIPAR".
       77  WS-MSG-ERRO-SORT                PIC X(40)
                                                   VALUE
           "ERRO NA CLASSIFICACAO DAS OPERACOES".

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
       0000-GPAZ9925.
           PERFORM 1000-INICIALIZAR

      *----CLASSIFICA AS OPERACOES POR CODCLI (E ORDEM DE LEITURA
      *----DENTRO DO CODCLI) PARA CASAR COM O CLIAPC, QUE VEM EM
      *----ORDEM ASCENDENTE DE CODCLI
           SORT ARQSORT ON ASCENDING KEY CODCLI-SRT
                                         SEQLEITURA-SRT
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-APLICA-OPERACOES
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
           MOVE "GPAZ9925"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME

      *----ZERANDO VARIAVEIS CONTADORAS
           MOVE 0                          TO WS-CTLIDOAPO
                                              WS-CTLIDOAPC
                                              WS-CTINCLUIDOS
                                              WS-CTCANCELADOS
                                              WS-CTRECUSADOS
                                              WS-CTGRAVAPN
                                              WS-SEQ-LEITURA

           PERFORM 1050-LER-CLIPAR
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN

      *----ABERTURA DO ARQ CLIAPO PARA LEITURA
           OPEN INPUT CLIAPO
           IF NOT SUCESSO-O
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIAPO               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIAPC PARA LEITURA; ARQUIVO AINDA
      *----INEXISTENTE (PRIMEIRA EXECUCAO - E ESTE PROGRAMA QUEM
      *----INICIA A CORRENTE VIA CLIAPN) EQUIVALE A NENHUM ACORDO
           OPEN INPUT CLIAPC
           IF APC-INEXISTENTE
              MOVE "10"                    TO FS-CLIAPC
              MOVE HIGH-VALUES             TO WS-CODCLI-APC
           ELSE
              IF NOT SUCESSO-AC
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET APC-ABERTO               TO TRUE
           END-IF

      *----ABERTURA DO ARQ CLIIDX PARA CONSULTA DIRETA
           OPEN INPUT CLIIDX
           IF NOT SUCESSO-I
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIIDX               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIAPN PARA GRAVACAO DOS ACORDOS
           OPEN OUTPUT CLIAPN
           IF NOT SUCESSO-AN
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIAPN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIAPL PARA A LISTAGEM DAS OPERACOES
           OPEN OUTPUT CLIAPL
           IF NOT SUCESSO-AL
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIAPL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 9000-IMPRIME-DATA

           PERFORM 1300-GRAVA-CABECALHO

           PERFORM 1100-LER-CLIAPO
           PERFORM 1200-LER-CLIAPC
           .

      *----DATA DE PROCESSAMENTO DO NEGOCIO DO CARTAO DO MERGE (JA
      *----CRITICADO POR ELE): E A DATA DO ACORDO, A DA SITUACAO DO
      *----CANCELAMENTO E A BASE DA CRITICA DO PRIMEIRO VENCIMENTO,
      *----PARA QUE UM REPROCESSAMENTO OU ATRASO FIQUE NO DIA CERTO
       1050-LER-CLIPAR.
           OPEN INPUT CLIPAR
           IF NOT SUCESSO-PR
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIPAR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           READ CLIPAR INTO WS-REG-CLIPAR
           IF NOT SUCESSO-PR
              OR WS-DATAPROC-PRM NOT NUMERIC
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-DATA    TO WS-MSG
              MOVE FS-CLIPAR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           MOVE WS-DATAPROC-PRM            TO WS-DATA-SISTEMA

           CLOSE CLIPAR
           IF NOT SUCESSO-PR
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIPAR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1100-LER-CLIAPO.
           READ CLIAPO INTO WS-REG-CLI-APO
           IF SUCESSO-O
              ADD 1                        TO WS-CTLIDOAPO
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-O
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIAPO            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1200-LER-CLIAPC.
           IF APC-ABERTO
              READ CLIAPC INTO WS-REG-CLI-APC
              IF SUCESSO-AC
                 ADD 1                     TO WS-CTLIDOAPC
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD

      *----OS ACORDOS TEM QUE VIR EM ORDEM ASCENDENTE ESTRITA DE
      *----CODCLI (UM REGISTRO POR CLIENTE)
                 IF WS-CODCLI-APC NOT > WS-ULTIMO-CODCLI-APC
                    MOVE 8                 TO WS-RC-FINAL
                    MOVE WS-MSG-ERRO-SEQ-AC
                                           TO WS-MSG
                    MOVE FS-CLIAPC         TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF
                 MOVE WS-CODCLI-APC        TO WS-ULTIMO-CODCLI-APC
              ELSE
                 IF FIM-ARQUIVO-AC
                    MOVE HIGH-VALUES       TO WS-CODCLI-APC
                 ELSE
                    MOVE WS-MSG-ERRO-READ  TO WS-MSG
                    MOVE FS-CLIAPC         TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF
              END-IF
           END-IF
           .

       1300-GRAVA-CABECALHO.
           PERFORM 4250-GRAVA-IGUAL
           MOVE WS-APL-TITULO              TO REG-CLIAPL
           PERFORM 4200-GRAVA-LINHA
           MOVE WS-DATA-SISTEMA-F          TO WS-APL-DATA-VALOR
           MOVE WS-APL-DATA                TO REG-CLIAPL
           PERFORM 4200-GRAVA-LINHA
           PERFORM 4250-GRAVA-IGUAL
           MOVE WS-APL-CABECALHO           TO REG-CLIAPL
           PERFORM 4200-GRAVA-LINHA
           .

      *----PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LIBERA CADA
      *----OPERACAO COM O NUMERO DE ORDEM DE LEITURA (A CRITICA DOS
      *----CAMPOS E FEITA NA APLICACAO, ONDE O MOTIVO E LISTADO)
       2000-SELECIONAR.
           PERFORM 2100-PROCESSA-APO UNTIL FIM-ARQUIVO-O
           .

       2100-PROCESSA-APO.
           ADD 1                           TO WS-SEQ-LEITURA
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           MOVE WS-REG-CLI-APO(1:4)        TO CODCLI-SRT
           MOVE WS-REG-CLI-APO(5:24)       TO OPERACAO-SRT
           MOVE WS-SEQ-LEITURA             TO SEQLEITURA-SRT
           RELEASE REG-CLI-SRT

           PERFORM 1100-LER-CLIAPO
           .

      *----PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: BALANCE LINE ENTRE
      *----AS OPERACOES CLASSIFICADAS E OS ACORDOS CORRENTES; AS
      *----OPERACOES DE UM CODCLI SAO APLICADAS EM SEQUENCIA SOBRE O
      *----SEU ACORDO, QUE SO E GRAVADO QUANDO O CODCLI MUDA
       3000-APLICA-OPERACOES.
           PERFORM 3100-RETORNA-OPERACAO
           PERFORM 3200-PROCESSA-CODCLI UNTIL FIM-ARQSORT

      *----ACORDOS REMANESCENTES SEM OPERACAO ATRAVESSAM INALTERADOS
           PERFORM 3500-COPIA-ACORDO
                   UNTIL WS-CODCLI-APC = HIGH-VALUES
           .

       3100-RETORNA-OPERACAO.
           RETURN ARQSORT
               AT END
                  SET FIM-ARQSORT          TO TRUE
           END-RETURN
           .

       3200-PROCESSA-CODCLI.
      *----AVANCA OS ACORDOS ANTERIORES AO CODCLI DA OPERACAO
           PERFORM UNTIL WS-CODCLI-APC NOT < CODCLI-SRT
              PERFORM 3500-COPIA-ACORDO
           END-PERFORM

           IF WS-CODCLI-APC = CODCLI-SRT
              MOVE WS-REG-CLI-APC          TO WS-REG-CLI-ACD
              SET TEM-ACORDO               TO TRUE
              PERFORM 1200-LER-CLIAPC
           ELSE
              INITIALIZE WS-REG-CLI-ACD
              MOVE CODCLI-SRT              TO WS-CODCLI-ACD
              MOVE "N"                     TO WS-TEM-ACORDO
           END-IF

           PERFORM 3300-APLICA-OPERACAO
                   UNTIL FIM-ARQSORT
                   OR CODCLI-SRT NOT = WS-CODCLI-ACD

           IF TEM-ACORDO
              PERFORM 3600-GRAVA-ACORDO
           END-IF
           .

       3300-APLICA-OPERACAO.
           MOVE CODCLI-SRT                 TO WS-REG-CLI-APO(1:4)
           MOVE OPERACAO-SRT               TO WS-REG-CLI-APO(5:24)
           MOVE SPACES                     TO WS-MOTIVO-RECUSA

           EVALUATE TRUE
              WHEN WS-ACAO-INCLUIR-APO
                 PERFORM 3310-INCLUI-ACORDO
              WHEN WS-ACAO-CANCELAR-APO
                 PERFORM 3320-CANCELA-ACORDO
              WHEN OTHER
                 MOVE "RECUSADO-ACAO INVALIDA"
                                           TO WS-MOTIVO-RECUSA
           END-EVALUATE

           PERFORM 3400-LISTA-OPERACAO

           PERFORM 3100-RETORNA-OPERACAO
           .

      *----INCLUSAO: SO PARA CLIENTE SEM ACORDO VIGENTE, EXISTENTE NO
      *----CADASTRO E COM SALDO DEVEDOR; O NOVO ACORDO SUBSTITUI O
      *----REGISTRO DE UM ACORDO ANTERIOR JA ENCERRADO
       3310-INCLUI-ACORDO.
           IF TEM-ACORDO
              AND WS-ACORDO-VIGENTE-ACD
              MOVE "RECUSADO-ACORDO JA VIGENTE"
                                           TO WS-MOTIVO-RECUSA
           ELSE
              PERFORM 3311-CRITICA-INCLUSAO
           END-IF

           IF WS-MOTIVO-RECUSA = SPACES
              PERFORM 3312-MONTA-CRONOGRAMA
              SET TEM-ACORDO               TO TRUE
              ADD 1                        TO WS-CTINCLUIDOS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF
           .

       3311-CRITICA-INCLUSAO.
           MOVE WS-CODCLI-APO              TO CODCLI-IDX
           READ CLIIDX
           IF NOT SUCESSO-I
              IF CHAVE-NAO-ACHADA
                 MOVE "RECUSADO-CODCLI INEXISTENTE"
                                           TO WS-MOTIVO-RECUSA
              ELSE
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIIDX            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

           IF WS-MOTIVO-RECUSA = SPACES
              EVALUATE TRUE
                 WHEN TOTALDIVIDA-IDX NOT NUMERIC
                      OR TOTALDIVIDA-IDX = 0
                    MOVE "RECUSADO-CLIENTE SEM DIVIDA"
                                           TO WS-MOTIVO-RECUSA
                 WHEN WS-VALORACORDO-APO NOT NUMERIC
                    MOVE "RECUSADO-VALOR INVALIDO"
                                           TO WS-MOTIVO-RECUSA
                 WHEN WS-VALORACORDO-APO > TOTALDIVIDA-IDX
                    MOVE "RECUSADO-VALOR ACIMA DA DIVIDA"
                                           TO WS-MOTIVO-RECUSA
                 WHEN WS-QTPARC-APO NOT NUMERIC
                      OR WS-QTPARC-APO < 1
                      OR WS-QTPARC-APO > 12
                    MOVE "RECUSADO-QTD PARCELAS INVALIDA"
                                           TO WS-MOTIVO-RECUSA
                 WHEN WS-DATAPRIVENC-APO NOT NUMERIC
                    MOVE "RECUSADO-1O VENCTO INVALIDO"
                                           TO WS-MOTIVO-RECUSA
                 WHEN WS-CARENCIA-APO NOT NUMERIC
                    MOVE "RECUSADO-CARENCIA INVALIDA"
                                           TO WS-MOTIVO-RECUSA
              END-EVALUATE
           END-IF

      *----O PRIMEIRO VENCIMENTO TEM QUE SER POSTERIOR A DATA DO
      *----PROCESSAMENTO E CAIR ATE O DIA 28, PARA QUE TODAS AS
      *----PARCELAS MENSAIS TENHAM DATA VALIDA
           IF WS-MOTIVO-RECUSA = SPACES
              MOVE WS-DATAPRIVENC-APO      TO WS-VENCTO-PARC-R
              IF WS-MES-PARC < 1
                 OR WS-MES-PARC > 12
                 OR WS-DIA-PARC < 1
                 OR WS-DIA-PARC > 28
                 OR WS-VENCTO-PARC-R NOT > WS-DATA-SISTEMA
                 MOVE "RECUSADO-1O VENCTO INVALIDO"
                                           TO WS-MOTIVO-RECUSA
              END-IF
           END-IF
           .

      *----MONTA O ACORDO: PARCELAS IGUAIS (TRUNCADAS NO CENTAVO) COM
      *----O RESIDUO NA ULTIMA, VENCENDO NO MESMO DIA DE MES EM MES
       3312-MONTA-CRONOGRAMA.
           IF WS-VALORACORDO-APO = 0
              MOVE TOTALDIVIDA-IDX         TO WS-VALOR-NEGOCIADO
           ELSE
              MOVE WS-VALORACORDO-APO      TO WS-VALOR-NEGOCIADO
           END-IF

           INITIALIZE WS-REG-CLI-ACD
           MOVE WS-CODCLI-APO              TO WS-CODCLI-ACD
           SET WS-ACORDO-VIGENTE-ACD       TO TRUE
           MOVE WS-DATA-SISTEMA            TO WS-DATAACORDO-ACD
                                              WS-DATASIT-ACD
           MOVE WS-VALOR-NEGOCIADO         TO WS-VALORACORDO-ACD
           MOVE WS-QTPARC-APO              TO WS-QTPARC-ACD
           IF WS-CARENCIA-APO = 0
              MOVE WS-CARENCIA-PADRAO      TO WS-CARENCIA-ACD
           ELSE
              MOVE WS-CARENCIA-APO         TO WS-CARENCIA-ACD
           END-IF

           COMPUTE WS-VALOR-PARCELA =
                   WS-VALOR-NEGOCIADO / WS-QTPARC-APO
           END-COMPUTE

           MOVE WS-DATAPRIVENC-APO         TO WS-VENCTO-PARC-R
           PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                   UNTIL WS-IDX-PARC > WS-QTPARC-APO
              MOVE WS-VENCTO-PARC-R        TO
                                       WS-VENCTO-ACD(WS-IDX-PARC)
              MOVE 0                       TO
                                       WS-VALORPAGO-ACD(WS-IDX-PARC)
              IF WS-IDX-PARC = WS-QTPARC-APO
                 COMPUTE WS-VALORPARC-ACD(WS-IDX-PARC) =
                         WS-VALOR-NEGOCIADO
                       - WS-VALOR-PARCELA * (WS-QTPARC-APO - 1)
                 END-COMPUTE
              ELSE
                 MOVE WS-VALOR-PARCELA     TO
                                       WS-VALORPARC-ACD(WS-IDX-PARC)
              END-IF

              ADD 1                        TO WS-MES-PARC
              IF WS-MES-PARC > 12
                 MOVE 1                    TO WS-MES-PARC
                 ADD 1                     TO WS-ANO-PARC
              END-IF
           END-PERFORM
           .

      *----CANCELAMENTO: SO DE ACORDO VIGENTE; O REGISTRO FICA COM A
      *----SITUACAO "C" E O CLIENTE VOLTA AO ENVELHECIMENTO NORMAL
       3320-CANCELA-ACORDO.
           IF TEM-ACORDO
              AND WS-ACORDO-VIGENTE-ACD
              SET WS-ACORDO-CANCELADO-ACD  TO TRUE
              MOVE WS-DATA-SISTEMA         TO WS-DATASIT-ACD
              ADD 1                        TO WS-CTCANCELADOS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              MOVE "RECUSADO-SEM ACORDO VIGENTE"
                                           TO WS-MOTIVO-RECUSA
           END-IF
           .

       3400-LISTA-OPERACAO.
           MOVE WS-CODCLI-APO              TO WS-APL-CODCLI
           MOVE WS-ACAO-APO                TO WS-APL-ACAO
           IF WS-VALORACORDO-APO NUMERIC
              MOVE WS-VALORACORDO-APO      TO WS-APL-VALOR
           ELSE
              MOVE 0                       TO WS-APL-VALOR
           END-IF
           IF WS-QTPARC-APO NUMERIC
              MOVE WS-QTPARC-APO           TO WS-APL-QTPARC
           ELSE
              MOVE 0                       TO WS-APL-QTPARC
           END-IF
           MOVE WS-DATAPRIVENC-APO         TO WS-APL-DATAPRIVENC

           IF WS-MOTIVO-RECUSA = SPACES
              IF WS-ACAO-INCLUIR-APO
                 MOVE WS-VALORACORDO-ACD   TO WS-APL-VALOR
                 MOVE "ACORDO INCLUIDO"    TO WS-APL-RESULTADO
              ELSE
                 MOVE "ACORDO CANCELADO"   TO WS-APL-RESULTADO
              END-IF
           ELSE
              MOVE WS-MOTIVO-RECUSA        TO WS-APL-RESULTADO
              DISPLAY "OPERACAO RECUSADA.......: " WS-CODCLI-APO
                      " " WS-MOTIVO-RECUSA
              ADD 1                        TO WS-CTRECUSADOS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF

           MOVE WS-APL-DETALHE             TO REG-CLIAPL
           PERFORM 4200-GRAVA-LINHA
           .

       3500-COPIA-ACORDO.
           WRITE REG-CLI-APN FROM WS-REG-CLI-APC
           IF NOT SUCESSO-AN
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIAPN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTGRAVAPN
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           PERFORM 1200-LER-CLIAPC
           .

       3600-GRAVA-ACORDO.
           WRITE REG-CLI-APN FROM WS-REG-CLI-ACD
           IF NOT SUCESSO-AN
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIAPN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTGRAVAPN
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       4000-TERMINO.
           PERFORM 4100-EMITE-TOTAIS

      *----FECHA OS ARQUIVOS
           CLOSE CLIAPO
           IF NOT SUCESSO-O
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIAPO               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF APC-ABERTO
              CLOSE CLIAPC
              IF NOT SUCESSO-AC
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

           CLOSE CLIIDX
           IF NOT SUCESSO-I
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIIDX               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLIAPN
           IF NOT SUCESSO-AN
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIAPN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLIAPL
           IF NOT SUCESSO-AL
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIAPL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-CTLIDOAPO               TO WS-CTLIDOAPO-F
           MOVE WS-CTLIDOAPC               TO WS-CTLIDOAPC-F
           MOVE WS-CTINCLUIDOS             TO WS-CTINCLUIDOS-F
           MOVE WS-CTCANCELADOS            TO WS-CTCANCELADOS-F
           MOVE WS-CTRECUSADOS             TO WS-CTRECUSADOS-F
           MOVE WS-CTGRAVAPN               TO WS-CTGRAVAPN-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE OPERACOES LIDAS EM CLIAPO..........:"
                    WS-CTLIDOAPO-F
           DISPLAY "TOTAL DE ACORDOS LIDOS EM CLIAPC............:"
                    WS-CTLIDOAPC-F
           DISPLAY "TOTAL DE ACORDOS INCLUIDOS..................:"
                    WS-CTINCLUIDOS-F
           DISPLAY "TOTAL DE ACORDOS CANCELADOS.................:"
                    WS-CTCANCELADOS-F
           DISPLAY "TOTAL DE OPERACOES RECUSADAS................:"
                    WS-CTRECUSADOS-F
           DISPLAY "TOTAL DE ACORDOS GRAVADOS EM CLIAPN.........:"
                    WS-CTGRAVAPN-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO (ALERTA COM OPERACAO RECUSADA)
           MOVE WS-CTLIDOAPO               TO WS-QTLIDO-JRN
           MOVE WS-CTGRAVAPN               TO WS-QTGRAV-JRN
           MOVE WS-CTRECUSADOS             TO WS-QTREJ-JRN
           IF WS-CTRECUSADOS > 0
              MOVE 4                       TO WS-RC-FINAL
           ELSE
              MOVE 0                       TO WS-RC-FINAL
           END-IF
           PERFORM 9500-GRAVA-JOURNAL
           .

      *----FECHA A LISTAGEM COM OS TOTAIS DAS OPERACOES
       4100-EMITE-TOTAIS.
           PERFORM 4250-GRAVA-IGUAL

           MOVE "OPERACOES LIDAS EM CLIAPO...................:"
                                           TO WS-APL-DESC-Q
           MOVE WS-CTLIDOAPO               TO WS-APL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "ACORDOS INCLUIDOS...........................:"
                                           TO WS-APL-DESC-Q
           MOVE WS-CTINCLUIDOS             TO WS-APL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "ACORDOS CANCELADOS..........................:"
                                           TO WS-APL-DESC-Q
           MOVE WS-CTCANCELADOS            TO WS-APL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "OPERACOES RECUSADAS.........................:"
                                           TO WS-APL-DESC-Q
           MOVE WS-CTRECUSADOS             TO WS-APL-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "ACORDOS GRAVADOS EM CLIAPN..................:"
                                           TO WS-APL-DESC-Q
           MOVE WS-CTGRAVAPN               TO WS-APL-VALOR-Q
           PERFORM 4400-GRAVA-QTD
           .

       4200-GRAVA-LINHA.
           WRITE REG-CLIAPL
           IF NOT SUCESSO-AL
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIAPL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       4250-GRAVA-IGUAL.
           MOVE WS-IGUAL                   TO REG-CLIAPL
           PERFORM 4200-GRAVA-LINHA
           .

       4400-GRAVA-QTD.
           MOVE WS-APL-LINHA-QTD           TO REG-CLIAPL
           PERFORM 4200-GRAVA-LINHA
           .

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
