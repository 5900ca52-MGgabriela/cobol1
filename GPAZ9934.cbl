      *PROJETO: GPAZ9934                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: EXTRATO DIARIO DE MUDANCAS DO CADASTRO MESTRE PARA O  *
      *DATA WAREHOUSE. RODA APOS O MERGE (GPAZ9906) E CONFRONTA POR    *
      *CODCLI O CLIOLD COM O CLINEW, CONFERINDO OS REGISTROS DE        *
      *CONTROLE DE AMBOS (HEADER/TRAILER, GERACAO DO CLINEW = CLIOLD   *
      *+ 1) E SEM LEVA-LOS AO EXTRATO. GRAVA NO CLIDWH (ARQCLIDW,      *
      *SEPARADO POR PONTO-E-VIRGULA) UMA LINHA POR CLIENTE INCLUIDO,   *
      *ALTERADO OU EXCLUIDO, COM OS CAMPOS QUE MUDARAM, A DATA DE      *
      *NEGOCIO DO CARTAO DO MERGE (CLIPAR) E A GERACAO DO CLINEW, E    *
      *FECHA COM A LINHA DE CONTROLE QUE BATE COM A QUANTIDADE E O     *
      *HASH DE TOTALDIVIDA DO TRAILER DO CLINEW, PARA QUE A CARGA DO   *
      *WAREHOUSE PROVE QUE RECEBEU O EXTRATO COMPLETO. A ORIGEM DE     *
      *CADA LINHA VEM DOS ARQUIVOS QUE O MERGE GRAVOU NO DIA: AS       *
      *REINTEGRACOES COM A DATA DO LOTE (CLIRST, QUE E ACUMULADO), AS  *
      *EXCLUSOES (CLIEXC) E AS BAIXAS PARA PERDA (CLIBXA), CARREGADAS  *
      *EM TABELA, E OS DETALHES DE JUROS, PAGAMENTO E ESTORNO DO       *
      *EXTRATO DE APROPRIACAO (CLIACR), LIDOS EM BALANCE-LINE POR      *
      *CODCLI, QUE EXPLICAM A MUDANCA DE DIVIDA DO CLIENTE ALTERADO.   *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9934.
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
           SELECT CLIOLD ASSIGN            TO UT-S-CLIOLD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIOLD
           .

           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLINEW
           .

           SELECT CLIPAR ASSIGN            TO UT-S-CLIPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPAR
           .

           SELECT CLIRST ASSIGN            TO UT-S-CLIRST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIRST
           .

           SELECT CLIEXC ASSIGN            TO UT-S-CLIEXC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIEXC
           .

           SELECT CLIBXA ASSIGN            TO UT-S-CLIBXA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBXA
           .

           SELECT CLIACR ASSIGN            TO UT-S-CLIACR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIACR
           .

           SELECT CLIDWH ASSIGN            TO UT-S-CLIDWH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIDWH
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

       FD  CLIOLD
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS REG-CLIOLD
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIOLD
           COPY ARQCLI02 REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==OLD==.

       FD  CLINEW
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 119 CHARACTERS
           DATA RECORD IS REG-CLINEW
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLINEW
           COPY ARQCLI02 REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==NEW==.

      *----CARTAO DE PARAMETROS DO MERGE (SO A DATA DE PROCESSAMENTO
      *----DO NEGOCIO, QUE IDENTIFICA O EXTRATO NO WAREHOUSE)
       FD  CLIPAR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIPAR
           .
       01  REG-CLIPAR                      PIC X(80).

      *----HISTORICO DE REINTEGRACOES MANTIDO (ACUMULADO PELO MERGE;
      *----SO ENTRAM AS DA DATA DO LOTE)
       FD  CLIRST
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIRST
           .
       01  REG-CLIRST                      PIC X(127).

      *----EXCLUSOES DO LOTE DO DIA, GRAVADAS PELO MERGE
       FD  CLIEXC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIEXC
           .
       01  REG-CLIEXC                      PIC X(127).

      *----BAIXAS PARA PERDA DO LOTE DO DIA, GRAVADAS PELO MERGE
       FD  CLIBXA
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIBXA
           .
       01  REG-CLIBXA                      PIC X(127).

      *----EXTRATO DE APROPRIACAO DO DIA, GRAVADO PELO MERGE NA ORDEM
      *----DE CODCLI
       FD  CLIACR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS REG-CLIACR
           .
       01  REG-CLIACR                      PIC X(58).

      *----EXTRATO DE MUDANCAS DO CADASTRO PARA O DATA WAREHOUSE
      *----(LAYOUT EM ARQCLIDW)
       FD  CLIDWH
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 174 CHARACTERS
           DATA RECORD IS REG-CLIDWH
           .
       01  REG-CLIDWH                      PIC X(174).

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

      *VARIAVEIS ESPELHO DOS ARQUIVOS DE ENTRADA
       COPY ARQCLI02 REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==OLD==.

       COPY ARQCLI02 REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==NEW==.

      *CARTAO DE PARAMETROS DO MERGE
       01  WS-REG-CLIPAR.
           05 WS-DATAPROC-PRM               PIC X(08).
           05 FILLER                        PIC X(72).

      *VARIAVEIS ESPELHO DAS ENTRADAS E SAIDAS DO DIA
       COPY ARQCLIRS REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==RST==.

       COPY ARQCLIEX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==EXC==.

       COPY ARQCLIBX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==BXA==.

      *VARIAVEIS ESPELHO DO EXTRATO DE APROPRIACAO DO DIA
       COPY ARQCLIAC REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==ACR==.

      *LINHA DE DETALHE E LINHA DE CONTROLE DO EXTRATO
       COPY ARQCLIDW REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==DWH==.

      *REGISTROS DE CONTROLE (HEADER/TRAILER) DO CLIOLD E DO CLINEW,
      *GRAVADOS PELO MERGE (GPAZ9906), E FLAGS DA SUA CONFERENCIA
       COPY ARQCLICT REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==CTO==.

       COPY ARQCLICT REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==CTN==.

       77  WS-OLD-TEM-HDR                  PIC X(01)
                                                   VALUE "N".
              88 OLD-TEM-HDR                       VALUE "S".
       77  WS-OLD-TEM-TRL                  PIC X(01)
                                                   VALUE "N".
              88 OLD-TEM-TRL                       VALUE "S".
       77  WS-NEW-TEM-HDR                  PIC X(01)
                                                   VALUE "N".
              88 NEW-TEM-HDR                       VALUE "S".
       77  WS-NEW-TEM-TRL                  PIC X(01)
                                                   VALUE "N".
              88 NEW-TEM-TRL                       VALUE "S".
       77  WS-ACHOU-DADOS-OLD              PIC X(01).
              88 ACHOU-DADOS-OLD                   VALUE "S".
       77  WS-ACHOU-DADOS-NEW              PIC X(01).
              88 ACHOU-DADOS-NEW                   VALUE "S".
       77  WS-ACHOU-DADOS-ACR              PIC X(01).
              88 ACHOU-DADOS-ACR                   VALUE "S".
       77  WS-GERACAO-OLD-HDR              PIC 9(06).
       77  WS-GERACAO-NEW-HDR              PIC 9(06).
       77  WS-GERACAO-ESPERADA             PIC 9(06).

      *SINALIZA QUE ALGUM CAMPO DO CLIENTE MUDOU DO CLIOLD PARA O
      *CLINEW
       77  WS-CLIENTE-MUDOU                PIC X(01).
              88 CLIENTE-MUDOU                     VALUE "S".

      *TABELA DAS ENTRADAS ("E": REINTEGRACOES DA DATA DO LOTE) E
      *SAIDAS ("S": EXCLUSOES E BAIXAS PARA PERDA) DO DIA, COM A
      *ORIGEM QUE VAI PARA A LINHA "I" OU "E" DO CLIENTE
       01  WS-TABELA-ORG.
           05 WS-ORG-OCR                   OCCURS 20000 TIMES.
              10 WS-ORG-CODCLI             PIC X(04).
              10 WS-ORG-TIPO               PIC X(01).
              10 WS-ORG-ORIGEM             PIC X(04).
       77  WS-QTD-ORG-TAB                  PIC 9(06)
                                                   COMP.
       77  WS-IDX-ORG                      PIC 9(06)
                                                   COMP.
       77  WS-ORG-CODCLI-CARGA             PIC X(04).
       77  WS-ORG-TIPO-CARGA               PIC X(01).
       77  WS-ORG-ORIGEM-CARGA             PIC X(04).
       77  WS-ORG-CODCLI-PROC              PIC X(04).
       77  WS-ORG-TIPO-PROC                PIC X(01).
       77  WS-ORG-ACHADO                   PIC X(01).
              88 ORIGEM-ACHADA                     VALUE "S".

      *AREAS DE EDICAO DOS VALORES DO EXTRATO (VIRGULA DECIMAL)
       77  WS-DWH-VALOR-F                  PIC 9(08),99.
       77  WS-DWH-CEP-F                    PIC 9(08).
       77  WS-DWH-CPF-F                    PIC 9(11).
       77  WS-DWH-DIAS-F                   PIC 9(03).

      *VARIACAO DO HASH DE TOTALDIVIDA ENTRE O CLIOLD E O CLINEW,
      *APURADA PELAS LINHAS DO EXTRATO (INCLUIDA + DIFERENCA DAS
      *ALTERADAS - EXCLUIDA), E O HASH QUE ELA PROJETA PARA O CLINEW
       77  WS-VAR-HASH                     PIC S9(13)V99
                                                   VALUE 0.
       77  WS-HASH-PROJETADO               PIC S9(14)V99.
       77  WS-QTD-PROJETADA                PIC S9(10).

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS E ACUMULADORES
       77  WS-QTD-OLD                      PIC 9(09)
                                                   COMP.
       77  WS-QTD-NEW                      PIC 9(09)
                                                   COMP.
       77  WS-TOT-OLD                      PIC 9(13)V99
                                                   COMP.
       77  WS-TOT-NEW                      PIC 9(13)V99
                                                   COMP.
       77  WS-CTINCLUIDOS                  PIC 9(09)
                                                   COMP.
       77  WS-CTALTERADOS                  PIC 9(09)
                                                   COMP.
       77  WS-CTEXCLUIDOS                  PIC 9(09)
                                                   COMP.
       77  WS-CTIGUAIS                     PIC 9(09)
                                                   COMP.
       77  WS-CTGRAVADOS                   PIC 9(09)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-QTD-OLD-F                    PIC ZZZZZZZZ9.
       77  WS-QTD-NEW-F                    PIC ZZZZZZZZ9.
       77  WS-CTINCLUIDOS-F                PIC ZZZZZZZZ9.
       77  WS-CTALTERADOS-F                PIC ZZZZZZZZ9.
       77  WS-CTEXCLUIDOS-F                PIC ZZZZZZZZ9.
       77  WS-CTIGUAIS-F                   PIC ZZZZZZZZ9.
       77  WS-CTGRAVADOS-F                 PIC ZZZZZZZZ9.

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLIOLD                       PIC X(02).
              88 SUCESSO-O                         VALUE "00".
              88 FIM-ARQUIVO-O                     VALUE "10".
       01  FS-CLINEW                       PIC X(02).
              88 SUCESSO-N                         VALUE "00".
              88 FIM-ARQUIVO-N                     VALUE "10".
       01  FS-CLIPAR                       PIC X(02).
              88 SUCESSO-PR                        VALUE "00".
       01  FS-CLIRST                       PIC X(02).
              88 SUCESSO-T                         VALUE "00".
              88 FIM-ARQUIVO-T                     VALUE "10".
       01  FS-CLIEXC                       PIC X(02).
              88 SUCESSO-X                         VALUE "00".
              88 FIM-ARQUIVO-X                     VALUE "10".
       01  FS-CLIBXA                       PIC X(02).
              88 SUCESSO-BX                        VALUE "00".
              88 FIM-ARQUIVO-BX                    VALUE "10".
       01  FS-CLIACR                       PIC X(02).
              88 SUCESSO-AC                        VALUE "00".
              88 FIM-ARQUIVO-AC                    VALUE "10".
       01  FS-CLIDWH                       PIC X(02).
              88 SUCESSO-W                         VALUE "00".
              88 FIM-ARQUIVO-W                     VALUE "10".
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
       77  WS-MSG-ERRO-CTL-OLD             PIC X(40)
                                                   VALUE
           "ERRO DE CONTROLE AUSENTE NO ARQUIVO OLD".
       77  WS-MSG-ERRO-TOT-OLD             PIC X(40)
                                                   VALUE
           "ERRO DE TOTAIS DO ARQUIVO OLD".
       77  WS-MSG-ERRO-TRUNC-OLD           PIC X(40)
                                                   VALUE
           "ERRO DE ARQUIVO OLD TRUNCADO".
       77  WS-MSG-ERRO-CTL-NEW             PIC X(40)
                                                   VALUE
           "ERRO DE CONTROLE AUSENTE NO ARQUIVO NEW".
       77  WS-MSG-ERRO-TOT-NEW             PIC X(40)
                                                   VALUE
           "ERRO DE TOTAIS DO ARQUIVO NEW".
       77  WS-MSG-ERRO-TRUNC-NEW           PIC X(40)
                                                   VALUE
           "ERRO DE ARQUIVO NEW TRUNCADO".
       77  WS-MSG-ERRO-GER-NEW             PIC X(40)
                                                   VALUE
           "ERRO DE GERACAO DO ARQUIVO NEW".
       77  WS-MSG-ERRO-PAR-DATA            PIC X(40)
                                                   VALUE
           "ERRO DE DATA NO CARTAO DE PARAMETROS".
       77  WS-MSG-ERRO-TAB-ORG             PIC X(40)
                                                   VALUE
           "ERRO DE TABELA DE ENTRADAS/SAIDAS CHEIA".
       77  WS-MSG-ERRO-BALANCO             PIC X(40)
                                                   VALUE
           "ERRO DE BALANCEAMENTO DO EXTRATO".

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
       0000-GPAZ9934.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR
                   UNTIL WS-CODCLI-OLD = HIGH-VALUES
                   AND WS-CODCLI-NEW = HIGH-VALUES
           PERFORM 3000-TERMINO
           MOVE WS-RC-FINAL                TO RETURN-CODE
           STOP RUN
           .

       1000-INICIALIZAR.
           PERFORM 9400-INICIA-JOURNAL
           MOVE "GPAZ9934"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME
           ACCEPT WS-DATA-SISTEMA          FROM DATE YYYYMMDD

      *----ZERANDO VARIAVEIS CONTADORAS
           MOVE 0                          TO WS-QTD-OLD
                                              WS-QTD-NEW
                                              WS-TOT-OLD
                                              WS-TOT-NEW
                                              WS-CTINCLUIDOS
                                              WS-CTALTERADOS
                                              WS-CTEXCLUIDOS
                                              WS-CTIGUAIS
                                              WS-CTGRAVADOS

           PERFORM 1600-LER-PARAMETROS
           MOVE WS-DATAPROC-PRM            TO WS-DATAPROC-JRN
                                              WS-DATANEG-DWH
                                              WS-DATANEG-T-DWH
           PERFORM 1700-CARREGA-TABELA-ORG

      *----ABERTURA DOS ARQUIVOS DO CONFRONTO E DO EXTRATO
           OPEN INPUT CLIOLD
           IF NOT SUCESSO-O
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIOLD               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN INPUT CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN INPUT CLIACR
           IF NOT SUCESSO-AC
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIACR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN OUTPUT CLIDWH
           IF NOT SUCESSO-W
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIDWH               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 9000-IMPRIME-DATA

      *----LEITURA INICIAL: O CLIOLD PRIMEIRO, PARA QUE A GERACAO DO
      *----SEU HEADER JA ESTEJA GUARDADA NA CRITICA DO HEADER DO CLINEW
           PERFORM 1100-LER-CLIOLD
           PERFORM 1300-LER-CLINEW
           PERFORM 1800-LER-CLIACR
           .

       1100-LER-CLIOLD.
           MOVE "N"                        TO WS-ACHOU-DADOS-OLD
           PERFORM 1110-LER-REG-CLIOLD
                   UNTIL ACHOU-DADOS-OLD
                   OR FIM-ARQUIVO-O
           .

      *----LE O PROXIMO REGISTRO DO CLIOLD CONFERINDO OS REGISTROS
      *----DE CONTROLE GRAVADOS PELO MERGE: HEADER NO INICIO E
      *----TRAILER COM QUANTIDADE E HASH DE TOTALDIVIDA NO FIM;
      *----ARQUIVO SEM TRAILER E TRATADO COMO TRUNCADO
       1110-LER-REG-CLIOLD.
           READ CLIOLD INTO WS-REG-CLI-OLD
           IF SUCESSO-O
              IF WS-CODCLI-OLD = "*HDR"
                 OR WS-CODCLI-OLD = "*TRL"
                 MOVE WS-REG-CLI-OLD       TO WS-REG-CLI-CTO
                 PERFORM 1120-CRITICA-CONTROLE-OLD
              ELSE
                 IF NOT OLD-TEM-HDR
                    OR OLD-TEM-TRL
                    MOVE 8                 TO WS-RC-FINAL
                    MOVE WS-MSG-ERRO-CTL-OLD
                                           TO WS-MSG
                    MOVE SPACES            TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF

                 SET ACHOU-DADOS-OLD       TO TRUE
                 ADD 1                     TO WS-QTD-OLD
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
                 ADD WS-TOTALDIVIDA-OLD    TO WS-TOT-OLD
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
           ELSE
              IF FIM-ARQUIVO-O
                 IF NOT OLD-TEM-TRL
                    MOVE 8                 TO WS-RC-FINAL
                    MOVE WS-MSG-ERRO-TRUNC-OLD
                                           TO WS-MSG
                    MOVE SPACES            TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF
                 MOVE HIGH-VALUES          TO WS-CODCLI-OLD
              ELSE
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIOLD            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----CRITICA OS REGISTROS DE CONTROLE DO CLIOLD E GUARDA A
      *----GERACAO DO HEADER PARA O CRUZAMENTO COM A DO CLINEW
       1120-CRITICA-CONTROLE-OLD.
           IF WS-REG-HEADER-CTO
              IF OLD-TEM-HDR
                 OR OLD-TEM-TRL
                 OR WS-QTD-OLD > 0
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-CTL-OLD  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-GERACAO-CTO          TO WS-GERACAO-OLD-HDR
              SET OLD-TEM-HDR              TO TRUE
           ELSE
              IF NOT OLD-TEM-HDR
                 OR OLD-TEM-TRL
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-CTL-OLD  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              IF WS-QTDREG-CTO NOT = WS-QTD-OLD
                 OR WS-HASHDIV-CTO NOT = WS-TOT-OLD
                 DISPLAY "QTD DO TRAILER.......: " WS-QTDREG-CTO
                 DISPLAY "QTD APURADA..........: " WS-QTD-OLD
                 DISPLAY "HASH DO TRAILER......: " WS-HASHDIV-CTO
                 DISPLAY "HASH APURADO.........: " WS-TOT-OLD
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-TOT-OLD  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET OLD-TEM-TRL              TO TRUE
           END-IF
           .

       1300-LER-CLINEW.
           MOVE "N"                        TO WS-ACHOU-DADOS-NEW
           PERFORM 1310-LER-REG-CLINEW
                   UNTIL ACHOU-DADOS-NEW
                   OR FIM-ARQUIVO-N
           .

      *----LE O PROXIMO REGISTRO DO CLINEW CONFERINDO OS REGISTROS
      *----DE CONTROLE GRAVADOS PELO MERGE, COMO NO CLIOLD
       1310-LER-REG-CLINEW.
           READ CLINEW INTO WS-REG-CLI-NEW
           IF SUCESSO-N
              IF WS-CODCLI-NEW = "*HDR"
                 OR WS-CODCLI-NEW = "*TRL"
                 MOVE WS-REG-CLI-NEW       TO WS-REG-CLI-CTN
                 PERFORM 1320-CRITICA-CONTROLE-NEW
              ELSE
                 IF NOT NEW-TEM-HDR
                    OR NEW-TEM-TRL
                    MOVE 8                 TO WS-RC-FINAL
                    MOVE WS-MSG-ERRO-CTL-NEW
                                           TO WS-MSG
                    MOVE SPACES            TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF

                 SET ACHOU-DADOS-NEW       TO TRUE
                 ADD 1                     TO WS-QTD-NEW
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
                 ADD WS-TOTALDIVIDA-NEW    TO WS-TOT-NEW
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
           ELSE
              IF FIM-ARQUIVO-N
                 IF NOT NEW-TEM-TRL
                    MOVE 8                 TO WS-RC-FINAL
                    MOVE WS-MSG-ERRO-TRUNC-NEW
                                           TO WS-MSG
                    MOVE SPACES            TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF
                 MOVE HIGH-VALUES          TO WS-CODCLI-NEW
              ELSE
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLINEW            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----CRITICA OS REGISTROS DE CONTROLE DO CLINEW: A GERACAO DO
      *----HEADER TEM QUE SER A SEGUINTE A DO CLIOLD (E E A GERACAO
      *----GRAVADA NO EXTRATO) E O TRAILER TEM QUE FECHAR COM A
      *----QUANTIDADE E O HASH DE TOTALDIVIDA APURADOS NA LEITURA
       1320-CRITICA-CONTROLE-NEW.
           IF WS-REG-HEADER-CTN
              IF NEW-TEM-HDR
                 OR NEW-TEM-TRL
                 OR WS-QTD-NEW > 0
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-CTL-NEW  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF

              ADD WS-GERACAO-OLD-HDR 1     GIVING WS-GERACAO-ESPERADA
                  ON SIZE ERROR
                     MOVE 1                TO WS-GERACAO-ESPERADA
              END-ADD
              IF WS-GERACAO-CTN NOT = WS-GERACAO-ESPERADA
                 DISPLAY "GERACAO ESPERADA....: " WS-GERACAO-ESPERADA
                 DISPLAY "GERACAO DO ARQUIVO..: " WS-GERACAO-CTN
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-GER-NEW  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF

              MOVE WS-GERACAO-CTN          TO WS-GERACAO-NEW-HDR
                                              WS-GERACAO-DWH
                                              WS-GERACAO-T-DWH
              SET NEW-TEM-HDR              TO TRUE
           ELSE
              IF NOT NEW-TEM-HDR
                 OR NEW-TEM-TRL
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-CTL-NEW  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              IF WS-QTDREG-CTN NOT = WS-QTD-NEW
                 OR WS-HASHDIV-CTN NOT = WS-TOT-NEW
                 DISPLAY "QTD DO TRAILER.......: " WS-QTDREG-CTN
                 DISPLAY "QTD APURADA..........: " WS-QTD-NEW
                 DISPLAY "HASH DO TRAILER......: " WS-HASHDIV-CTN
                 DISPLAY "HASH APURADO.........: " WS-TOT-NEW
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-TOT-NEW  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET NEW-TEM-TRL              TO TRUE
           END-IF
           .

      *----DATA DE PROCESSAMENTO DO NEGOCIO DO CARTAO DO MERGE (JA
      *----CRITICADO POR ELE): IDENTIFICA O DIA DO EXTRATO
       1600-LER-PARAMETROS.
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

           CLOSE CLIPAR
           IF NOT SUCESSO-PR
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIPAR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

      *----CARREGA EM TABELA AS ENTRADAS E SAIDAS DO DIA GRAVADAS
      *----PELO MERGE: DO CLIRST, QUE ACUMULA DE LOTE EM LOTE, SO AS
      *----REINTEGRACOES COM A DATA DO CARTAO; DO CLIEXC E DO CLIBXA,
      *----QUE SAO DO DIA, TODOS OS REGISTROS
       1700-CARREGA-TABELA-ORG.
           MOVE 0                          TO WS-QTD-ORG-TAB

           OPEN INPUT CLIRST
           IF NOT SUCESSO-T
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIRST               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1710-LER-CLIRST
           PERFORM UNTIL FIM-ARQUIVO-T
              IF WS-DATARST-RST = WS-DATAPROC-PRM
                 MOVE WS-CODCLI-RST        TO WS-ORG-CODCLI-CARGA
                 MOVE "E"                  TO WS-ORG-TIPO-CARGA
                 MOVE "REIN"               TO WS-ORG-ORIGEM-CARGA
                 PERFORM 1790-INCLUI-TABELA-ORG
              END-IF
              PERFORM 1710-LER-CLIRST
           END-PERFORM

           CLOSE CLIRST
           IF NOT SUCESSO-T
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIRST               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN INPUT CLIEXC
           IF NOT SUCESSO-X
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIEXC               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1720-LER-CLIEXC
           PERFORM UNTIL FIM-ARQUIVO-X
              MOVE WS-CODCLI-EXC           TO WS-ORG-CODCLI-CARGA
              MOVE "S"                     TO WS-ORG-TIPO-CARGA
              MOVE "EXCL"                  TO WS-ORG-ORIGEM-CARGA
              PERFORM 1790-INCLUI-TABELA-ORG
              PERFORM 1720-LER-CLIEXC
           END-PERFORM

           CLOSE CLIEXC
           IF NOT SUCESSO-X
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIEXC               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN INPUT CLIBXA
           IF NOT SUCESSO-BX
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIBXA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1730-LER-CLIBXA
           PERFORM UNTIL FIM-ARQUIVO-BX
              MOVE WS-CODCLI-BXA           TO WS-ORG-CODCLI-CARGA
              MOVE "S"                     TO WS-ORG-TIPO-CARGA
              MOVE "BAIX"                  TO WS-ORG-ORIGEM-CARGA
              PERFORM 1790-INCLUI-TABELA-ORG
              PERFORM 1730-LER-CLIBXA
           END-PERFORM

           CLOSE CLIBXA
           IF NOT SUCESSO-BX
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIBXA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1710-LER-CLIRST.
           READ CLIRST INTO WS-REG-CLI-RST
           IF NOT SUCESSO-T
              IF NOT FIM-ARQUIVO-T
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIRST            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1720-LER-CLIEXC.
           READ CLIEXC INTO WS-REG-CLI-EXC
           IF NOT SUCESSO-X
              IF NOT FIM-ARQUIVO-X
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIEXC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1730-LER-CLIBXA.
           READ CLIBXA INTO WS-REG-CLI-BXA
           IF NOT SUCESSO-BX
              IF NOT FIM-ARQUIVO-BX
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIBXA            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1790-INCLUI-TABELA-ORG.
           IF WS-QTD-ORG-TAB < 20000
              ADD 1                        TO WS-QTD-ORG-TAB
              MOVE WS-ORG-CODCLI-CARGA     TO
                                    WS-ORG-CODCLI(WS-QTD-ORG-TAB)
              MOVE WS-ORG-TIPO-CARGA       TO
                                    WS-ORG-TIPO(WS-QTD-ORG-TAB)
              MOVE WS-ORG-ORIGEM-CARGA     TO
                                    WS-ORG-ORIGEM(WS-QTD-ORG-TAB)
           ELSE
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-TAB-ORG     TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

      *----LE O PROXIMO DETALHE DO CLIACR, PULANDO O TRAILER; NO FIM
      *----DO ARQUIVO A CHAVE VAI PARA HIGH-VALUES, COMO NO CONFRONTO
       1800-LER-CLIACR.
           MOVE "N"                        TO WS-ACHOU-DADOS-ACR
           PERFORM 1810-LER-REG-CLIACR
                   UNTIL ACHOU-DADOS-ACR
                   OR FIM-ARQUIVO-AC
           .

       1810-LER-REG-CLIACR.
           READ CLIACR INTO WS-REG-CLI-ACR
           IF SUCESSO-AC
              IF WS-TIPOREG-ACR NOT = "T"
                 SET ACHOU-DADOS-ACR       TO TRUE
              END-IF
           ELSE
              IF FIM-ARQUIVO-AC
                 MOVE HIGH-VALUES          TO WS-CODCLI-ACR
              ELSE
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIACR            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----BALANCE-LINE DO CLIOLD COM O CLINEW POR CODCLI
       2000-PROCESSAR.
           IF WS-CODCLI-OLD < WS-CODCLI-NEW
              PERFORM 2300-EXCLUIDO
              PERFORM 1100-LER-CLIOLD
           ELSE
              IF WS-CODCLI-OLD > WS-CODCLI-NEW
                 PERFORM 2100-INCLUIDO
                 PERFORM 1300-LER-CLINEW
              ELSE
                 PERFORM 2200-COMPARA-CLIENTE
                 PERFORM 1100-LER-CLIOLD
                 PERFORM 1300-LER-CLINEW
              END-IF
           END-IF
           .

      *----CLIENTE QUE ENTROU NO CADASTRO: LINHA "I" COM TODOS OS
      *----CAMPOS DO CLINEW E ORIGEM "REIN" SE FOI REINTEGRADO NO DIA
      *----OU "NOVO" SE E CLIENTE NOVO
       2100-INCLUIDO.
           PERFORM 2900-LIMPA-LINHA
           SET WS-REG-INCLUSAO-DWH         TO TRUE
           MOVE ALL "S"                    TO WS-MASCARA-DWH
           MOVE WS-CODCLI-NEW              TO WS-ORG-CODCLI-PROC
           MOVE "E"                        TO WS-ORG-TIPO-PROC
           PERFORM 8500-PROCURA-ORIGEM
           IF ORIGEM-ACHADA
              MOVE WS-ORG-ORIGEM(WS-IDX-ORG)
                                           TO WS-ORIGEM-DWH
           ELSE
              MOVE "NOVO"                  TO WS-ORIGEM-DWH
           END-IF
           PERFORM 2910-MOVE-NOME
           PERFORM 2920-MOVE-LOGR
           PERFORM 2930-MOVE-CIDADE
           PERFORM 2940-MOVE-UF
           PERFORM 2950-MOVE-CEP
           PERFORM 2960-MOVE-FONE
           PERFORM 2970-MOVE-DIVIDA
           PERFORM 2980-MOVE-CPF
           PERFORM 2990-MOVE-DIAS

           ADD WS-TOTALDIVIDA-NEW          TO WS-VAR-HASH
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD 1                           TO WS-CTINCLUIDOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           PERFORM 4100-GRAVA-LINHA
           .

      *----CLIENTE PRESENTE NOS DOIS: LINHA "A" SO SE ALGUM CAMPO
      *----MUDOU, LEVANDO SO OS CAMPOS ALTERADOS (OS DEMAIS EM BRANCO
      *----E "N" NA MASCARA) E A DIVIDA ANTERIOR QUANDO A DIVIDA MUDOU,
      *----COM A ORIGEM DA MUDANCA DE DIVIDA TIRADA DO CLIACR
       2200-COMPARA-CLIENTE.
           PERFORM 2900-LIMPA-LINHA
           MOVE ALL "N"                    TO WS-MASCARA-DWH
           MOVE "N"                        TO WS-CLIENTE-MUDOU

           IF WS-NOMECLI-NEW NOT = WS-NOMECLI-OLD
              MOVE "S"                     TO WS-MUDOU-DWH(1)
              PERFORM 2910-MOVE-NOME
           END-IF
           IF WS-LOGRCLI-NEW NOT = WS-LOGRCLI-OLD
              MOVE "S"                     TO WS-MUDOU-DWH(2)
              PERFORM 2920-MOVE-LOGR
           END-IF
           IF WS-CIDCLI-NEW NOT = WS-CIDCLI-OLD
              MOVE "S"                     TO WS-MUDOU-DWH(3)
              PERFORM 2930-MOVE-CIDADE
           END-IF
           IF WS-UFCLI-NEW NOT = WS-UFCLI-OLD
              MOVE "S"                     TO WS-MUDOU-DWH(4)
              PERFORM 2940-MOVE-UF
           END-IF
           IF WS-CEPCLI-NEW NOT = WS-CEPCLI-OLD
              MOVE "S"                     TO WS-MUDOU-DWH(5)
              PERFORM 2950-MOVE-CEP
           END-IF
           IF WS-FONECLI-NEW NOT = WS-FONECLI-OLD
              MOVE "S"                     TO WS-MUDOU-DWH(6)
              PERFORM 2960-MOVE-FONE
           END-IF
           IF WS-TOTALDIVIDA-NEW NOT = WS-TOTALDIVIDA-OLD
              MOVE "S"                     TO WS-MUDOU-DWH(7)
              PERFORM 2970-MOVE-DIVIDA
              MOVE WS-TOTALDIVIDA-OLD      TO WS-DWH-VALOR-F
              MOVE WS-DWH-VALOR-F          TO WS-DIVIDAANT-DWH
              PERFORM 2250-ORIGEM-DIVIDA
              COMPUTE WS-VAR-HASH = WS-VAR-HASH
                                  + WS-TOTALDIVIDA-NEW
                                  - WS-TOTALDIVIDA-OLD
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-COMPUTE
           END-IF
           IF WS-CPFCLI-NEW NOT = WS-CPFCLI-OLD
              MOVE "S"                     TO WS-MUDOU-DWH(8)
              PERFORM 2980-MOVE-CPF
           END-IF
           IF WS-DIASATRASO-NEW NOT = WS-DIASATRASO-OLD
              MOVE "S"                     TO WS-MUDOU-DWH(9)
              PERFORM 2990-MOVE-DIAS
           END-IF

           IF WS-MASCARA-DWH NOT = ALL "N"
              SET CLIENTE-MUDOU            TO TRUE
           END-IF

           IF CLIENTE-MUDOU
              SET WS-REG-ALTERACAO-DWH     TO TRUE
              ADD 1                        TO WS-CTALTERADOS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              PERFORM 4100-GRAVA-LINHA
           ELSE
              ADD 1                        TO WS-CTIGUAIS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF
           .

      *----POSICIONA O CLIACR NO CLIENTE E MARCA NA ORIGEM UMA LETRA
      *----POR TIPO DE DETALHE QUE MEXEU NA DIVIDA: "J" NA 1A POSICAO
      *----(RECALCULO DE JUROS), "P" NA 2A (PAGAMENTO) E "S" NA 3A
      *----(ESTORNO). DETALHES DE CLIENTES SEM MUDANCA DE DIVIDA SAO
      *----PULADOS AQUI MESMO, NO AVANCO ATE O CODCLI CORRENTE
       2250-ORIGEM-DIVIDA.
           PERFORM 1800-LER-CLIACR
                   UNTIL WS-CODCLI-ACR NOT < WS-CODCLI-NEW
           PERFORM 2260-MARCA-ORIGEM-DIVIDA
                   UNTIL WS-CODCLI-ACR NOT = WS-CODCLI-NEW
           .

       2260-MARCA-ORIGEM-DIVIDA.
           IF WS-TIPOREG-ACR = "D"
              MOVE "J"                     TO WS-ORIGEM-DWH(1:1)
           END-IF
           IF WS-TIPOREG-ACR = "P"
              MOVE "P"                     TO WS-ORIGEM-DWH(2:1)
           END-IF
           IF WS-TIPOREG-ACR = "S"
              MOVE "S"                     TO WS-ORIGEM-DWH(3:1)
           END-IF
           PERFORM 1800-LER-CLIACR
           .

      *----CLIENTE QUE SAIU DO CADASTRO: LINHA "E" SO COM A CHAVE, A
      *----DIVIDA ANTERIOR E A ORIGEM "EXCL" (EXCLUSAO) OU "BAIX"
      *----(BAIXA PARA PERDA) ACHADA NAS SAIDAS DO DIA
       2300-EXCLUIDO.
           PERFORM 2900-LIMPA-LINHA
           SET WS-REG-EXCLUSAO-DWH         TO TRUE
           MOVE ALL "N"                    TO WS-MASCARA-DWH
           MOVE WS-CODCLI-OLD              TO WS-CODCLI-DWH
           MOVE WS-CODCLI-OLD              TO WS-ORG-CODCLI-PROC
           MOVE "S"                        TO WS-ORG-TIPO-PROC
           PERFORM 8500-PROCURA-ORIGEM
           IF ORIGEM-ACHADA
              MOVE WS-ORG-ORIGEM(WS-IDX-ORG)
                                           TO WS-ORIGEM-DWH
           END-IF
           MOVE WS-TOTALDIVIDA-OLD         TO WS-DWH-VALOR-F
           MOVE WS-DWH-VALOR-F             TO WS-DIVIDAANT-DWH

           SUBTRACT WS-TOTALDIVIDA-OLD     FROM WS-VAR-HASH
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-SUBTRACT
           ADD 1                           TO WS-CTEXCLUIDOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           PERFORM 4100-GRAVA-LINHA
           .

      *----LIMPA OS CAMPOS DE DADOS DA LINHA, PRESERVANDO OS
      *----SEPARADORES E A DATA/GERACAO JA CARREGADAS
       2900-LIMPA-LINHA.
           MOVE WS-CODCLI-NEW              TO WS-CODCLI-DWH
           MOVE SPACES                     TO WS-NOMECLI-DWH
                                              WS-LOGRCLI-DWH
                                              WS-CIDCLI-DWH
                                              WS-UFCLI-DWH
                                              WS-CEPCLI-DWH
                                              WS-FONECLI-DWH
                                              WS-TOTALDIVIDA-DWH
                                              WS-DIVIDAANT-DWH
                                              WS-CPFCLI-DWH
                                              WS-DIASATRASO-DWH
                                              WS-ORIGEM-DWH
           .

      *----OS CAMPOS TEXTO NAO PODEM LEVAR O SEPARADOR: UM PONTO-E-
      *----VIRGULA DIGITADO NO CADASTRO SAI COMO VIRGULA NO EXTRATO
       2910-MOVE-NOME.
           MOVE WS-NOMECLI-NEW             TO WS-NOMECLI-DWH
           INSPECT WS-NOMECLI-DWH REPLACING ALL ";" BY ","
           .

       2920-MOVE-LOGR.
           MOVE WS-LOGRCLI-NEW             TO WS-LOGRCLI-DWH
           INSPECT WS-LOGRCLI-DWH REPLACING ALL ";" BY ","
           .

       2930-MOVE-CIDADE.
           MOVE WS-CIDCLI-NEW              TO WS-CIDCLI-DWH
           INSPECT WS-CIDCLI-DWH REPLACING ALL ";" BY ","
           .

       2940-MOVE-UF.
           MOVE WS-UFCLI-NEW               TO WS-UFCLI-DWH
           INSPECT WS-UFCLI-DWH REPLACING ALL ";" BY ","
           .

       2950-MOVE-CEP.
           MOVE WS-CEPCLI-NEW              TO WS-DWH-CEP-F
           MOVE WS-DWH-CEP-F               TO WS-CEPCLI-DWH
           .

       2960-MOVE-FONE.
           MOVE WS-FONECLI-NEW             TO WS-FONECLI-DWH
           INSPECT WS-FONECLI-DWH REPLACING ALL ";" BY ","
           .

       2970-MOVE-DIVIDA.
           MOVE WS-TOTALDIVIDA-NEW         TO WS-DWH-VALOR-F
           MOVE WS-DWH-VALOR-F             TO WS-TOTALDIVIDA-DWH
           .

       2980-MOVE-CPF.
           MOVE WS-CPFCLI-NEW              TO WS-DWH-CPF-F
           MOVE WS-DWH-CPF-F               TO WS-CPFCLI-DWH
           .

       2990-MOVE-DIAS.
           MOVE WS-DIASATRASO-NEW          TO WS-DWH-DIAS-F
           MOVE WS-DWH-DIAS-F              TO WS-DIASATRASO-DWH
           .

       3000-TERMINO.
      *----BALANCEAMENTO DO EXTRATO: AS LINHAS GRAVADAS TEM QUE LEVAR
      *----A QUANTIDADE E O HASH DO TRAILER DO CLIOLD AOS DO TRAILER
      *----DO CLINEW (AMBOS JA CONFERIDOS NA LEITURA)
           COMPUTE WS-QTD-PROJETADA = WS-QTDREG-CTO
                                    + WS-CTINCLUIDOS
                                    - WS-CTEXCLUIDOS
           COMPUTE WS-HASH-PROJETADO = WS-HASHDIV-CTO
                                     + WS-VAR-HASH
           IF WS-QTD-PROJETADA NOT = WS-QTDREG-CTN
              OR WS-HASH-PROJETADO NOT = WS-HASHDIV-CTN
              DISPLAY "QTD PROJETADA........: " WS-QTD-PROJETADA
              DISPLAY "QTD DO TRAILER NEW...: " WS-QTDREG-CTN
              DISPLAY "HASH PROJETADO.......: " WS-HASH-PROJETADO
              DISPLAY "HASH DO TRAILER NEW..: " WS-HASHDIV-CTN
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-BALANCO     TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----LINHA DE CONTROLE "T" NO FIM DO EXTRATO
           MOVE WS-QTDREG-CTO              TO WS-QTDOLD-DWH
           MOVE WS-CTINCLUIDOS             TO WS-QTDINC-DWH
           MOVE WS-CTALTERADOS             TO WS-QTDALT-DWH
           MOVE WS-CTEXCLUIDOS             TO WS-QTDEXC-DWH
           MOVE WS-QTDREG-CTN              TO WS-QTDNEW-DWH
           MOVE WS-HASHDIV-CTO             TO WS-HASHOLD-DWH
           MOVE WS-VAR-HASH                TO WS-VARHASH-DWH
           MOVE WS-HASHDIV-CTN             TO WS-HASHNEW-DWH
           WRITE REG-CLIDWH                FROM WS-REG-CTL-DWH
           IF NOT SUCESSO-W
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIDWH               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIOLD
           CLOSE CLIOLD
           IF NOT SUCESSO-O
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIOLD               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLINEW
           CLOSE CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIACR
           CLOSE CLIACR
           IF NOT SUCESSO-AC
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIACR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIDWH
           CLOSE CLIDWH
           IF NOT SUCESSO-W
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIDWH               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-QTD-OLD                 TO WS-QTD-OLD-F
           MOVE WS-QTD-NEW                 TO WS-QTD-NEW-F
           MOVE WS-CTINCLUIDOS             TO WS-CTINCLUIDOS-F
           MOVE WS-CTALTERADOS             TO WS-CTALTERADOS-F
           MOVE WS-CTEXCLUIDOS             TO WS-CTEXCLUIDOS-F
           MOVE WS-CTIGUAIS                TO WS-CTIGUAIS-F
           MOVE WS-CTGRAVADOS              TO WS-CTGRAVADOS-F

           DISPLAY "=================================================="
           DISPLAY "GERACAO DO CLINEW EXTRAIDA..................:"
                    WS-GERACAO-NEW-HDR
           DISPLAY "TOTAL DE CLIENTES LIDOS EM CLIOLD...........:"
                    WS-QTD-OLD-F
           DISPLAY "TOTAL DE CLIENTES LIDOS EM CLINEW...........:"
                    WS-QTD-NEW-F
           DISPLAY "TOTAL DE CLIENTES INCLUIDOS.................:"
                    WS-CTINCLUIDOS-F
           DISPLAY "TOTAL DE CLIENTES ALTERADOS.................:"
                    WS-CTALTERADOS-F
           DISPLAY "TOTAL DE CLIENTES EXCLUIDOS.................:"
                    WS-CTEXCLUIDOS-F
           DISPLAY "TOTAL DE CLIENTES SEM MUDANCA...............:"
                    WS-CTIGUAIS-F
           DISPLAY "TOTAL DE LINHAS GRAVADAS EM CLIDWH..........:"
                    WS-CTGRAVADOS-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO
           MOVE WS-QTD-NEW                 TO WS-QTLIDO-JRN
           MOVE WS-CTGRAVADOS              TO WS-QTGRAV-JRN
           MOVE 0                          TO WS-QTREJ-JRN
           MOVE 0                          TO WS-RC-FINAL
           PERFORM 9500-GRAVA-JOURNAL
           .

       4100-GRAVA-LINHA.
           WRITE REG-CLIDWH                FROM WS-REG-CLI-DWH
           IF NOT SUCESSO-W
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIDWH               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           ADD 1                           TO WS-CTGRAVADOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----PROCURA O CODCLI NA TABELA DE ENTRADAS OU DE SAIDAS DO DIA,
      *----CONFORME O TIPO PEDIDO (WS-IDX-ORG FICA NA OCORRENCIA ACHADA)
       8500-PROCURA-ORIGEM.
           MOVE "N"                        TO WS-ORG-ACHADO
           PERFORM VARYING WS-IDX-ORG FROM 1 BY 1
                   UNTIL WS-IDX-ORG > WS-QTD-ORG-TAB
                   OR ORIGEM-ACHADA
              IF WS-ORG-CODCLI(WS-IDX-ORG) = WS-ORG-CODCLI-PROC
                 AND WS-ORG-TIPO(WS-IDX-ORG) = WS-ORG-TIPO-PROC
                 SET ORIGEM-ACHADA         TO TRUE
              END-IF
           END-PERFORM
           IF ORIGEM-ACHADA
              SUBTRACT 1                 FROM WS-IDX-ORG
           END-IF
           .

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
