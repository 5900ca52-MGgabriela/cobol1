      *PROJETO: GPAZ9927                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: RELATORIO MENSAL DE BAIXAS PARA PERDA E RECUPERACOES  *
      *PARA A CONTABILIDADE.                                           *
      *LE O CARTAO DE PARAMETROS CLIBRP (ANO E MES DE REFERENCIA), A   *
      *CARTEIRA BAIXADA ACUMULADA (CLIBXH, OS CLIBXA DOS LOTES DO      *
      *MERGE) E AS RECUPERACOES ACUMULADAS (CLIRCH, OS CLIRCV DO       *
      *CASAMENTO DO RETORNO BANCARIO - GPAZ9917) E IMPRIME EM CLIBXR:  *
      *AS CONTAS BAIXADAS NO MES, OS RECEBIMENTOS DE CONTAS BAIXADAS   *
      *NO MES E O RESUMO COM OS VALORES DO MES, OS ACUMULADOS ATE O    *
      *FIM DO MES E A PERDA LIQUIDA ACUMULADA (BAIXADO - RECUPERADO).  *
      *REGISTROS POSTERIORES AO MES DE REFERENCIA SAO IGNORADOS, PARA  *
      *QUE O RELATORIO DE UM MES FECHADO POSSA SER REEMITIDO.          *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9927.
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
           SELECT CLIBRP ASSIGN            TO UT-S-CLIBRP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBRP
           .

           SELECT CLIBXH ASSIGN            TO UT-S-CLIBXH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBXH
           .

           SELECT CLIRCH ASSIGN            TO UT-S-CLIRCH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIRCH
           .

           SELECT CLIBXR ASSIGN            TO UT-S-CLIBXR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBXR
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

      *----CARTAO DE PARAMETROS: ANO E MES DE REFERENCIA (AAAAMM)
       FD  CLIBRP
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIBRP
           .
       01  REG-CLIBRP                      PIC X(80).

      *----CARTEIRA BAIXADA PARA PERDA ACUMULADA PELA ESTEIRA
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

      *----RECUPERACOES DE CREDITOS BAIXADOS ACUMULADAS PELA ESTEIRA
       FD  CLIRCH
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS REG-CLIRCH
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIRCH
           COPY ARQCLIRV REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==RCH==.

      *----RELATORIO IMPRIMIVEL DE BAIXAS E RECUPERACOES
       FD  CLIBXR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIBXR
           .
       01  REG-CLIBXR                      PIC X(80).

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

      *VARIAVEIS ESPELHO DO CLIBXH
       COPY ARQCLIBX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==BXH==.

      *VARIAVEIS ESPELHO DO CLIRCH
       COPY ARQCLIRV REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==RCH==.

      *VARIAVEIS ESPELHO DO CARTAO DE PARAMETROS
       01  WS-REG-CLIBRP.
           05 WS-ANOMES-PRM                PIC X(06).
           05 FILLER                       PIC X(74).
       01  WS-ANOMES-PRM-R REDEFINES WS-REG-CLIBRP.
           05 FILLER                       PIC X(04).
           05 WS-MES-PRM                   PIC 9(02).
           05 FILLER                       PIC X(74).

      *ANO/MES DE REFERENCIA, PARA O CASAMENTO COM AS DATAS
      *(AAAAMMDD) DA BAIXA E DO PROCESSAMENTO DA RECUPERACAO
       77  WS-ANOMES-ATU                   PIC 9(06).

      *PRIMEIRO DIA DO MES SEGUINTE AO DE REFERENCIA, PARA OBTER O
      *ULTIMO DIA DO MES DE REFERENCIA (DATA DO JOURNAL)
       77  WS-PRIMEIRO-DIA-SEG             PIC 9(08).

      *SINALIZA QUE O CLIBXH E O CLIRCH EXISTIAM E FORAM ABERTOS
      *(ANTES DA PRIMEIRA BAIXA OU RECUPERACAO ELES AINDA NAO EXISTEM
      *E SAO TRATADOS COMO VAZIOS)
       77  WS-BXH-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 BXH-ABERTO                        VALUE "S".
       77  WS-RCH-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 RCH-ABERTO                        VALUE "S".

      *ACUMULADORES DO MES E ATE O FIM DO MES
       77  WS-QTD-BAIXA-MES                PIC 9(07)
                                                   COMP.
       77  WS-TOT-BAIXA-MES                PIC 9(13)V99.
       77  WS-QTD-BAIXA-ACM                PIC 9(07)
                                                   COMP.
       77  WS-TOT-BAIXA-ACM                PIC 9(13)V99.
       77  WS-QTD-RECUP-MES                PIC 9(07)
                                                   COMP.
       77  WS-TOT-RECUP-MES                PIC 9(13)V99.
       77  WS-QTD-RECUP-ACM                PIC 9(07)
                                                   COMP.
       77  WS-TOT-RECUP-ACM                PIC 9(13)V99.
       77  WS-PERDA-LIQUIDA                PIC S9(13)V99.

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDOBXH                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDORCH                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOBXH-F                  PIC ZZZZZZ9.
       77  WS-CTLIDORCH-F                  PIC ZZZZZZ9.

      *LINHAS DO RELATORIO DE BAIXAS E RECUPERACOES
       01  WS-BXR-TITULO                   PIC X(80)
                                                   VALUE
           "RELATORIO MENSAL DE BAIXAS E RECUPERACOES - GPAZ9927".
       01  WS-BXR-MES.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "MES DE REFERENCIA....: ".
           05 WS-BXR-MES-VALOR             PIC X(07).
           05 FILLER                       PIC X(50)
                                                   VALUE SPACES.
       01  WS-BXR-SECAO                    PIC X(80).
       01  WS-BXR-CAB-BAIXA.
           05 FILLER                       PIC X(06)
                                                   VALUE "CODCLI".
           05 FILLER                       PIC X(27)
                                                   VALUE " NOME".
           05 FILLER                       PIC X(12)
                                                   VALUE " DATA BAIXA".
           05 FILLER                       PIC X(05)
                                                   VALUE " DIAS".
           05 FILLER                       PIC X(20)
                                                   VALUE
              "      SALDO BAIXADO".
           05 FILLER                       PIC X(10)
                                                   VALUE SPACES.
       01  WS-BXR-LINHA-BAIXA.
           05 WS-BXR-BX-CODCLI             PIC X(04).
           05 FILLER                       PIC X(03)
                                                   VALUE SPACES.
           05 WS-BXR-BX-NOME               PIC X(25).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BXR-BX-DATA               PIC X(10).
           05 FILLER                       PIC X(03)
                                                   VALUE SPACES.
           05 WS-BXR-BX-DIAS               PIC ZZ9.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BXR-BX-SALDO              PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(15)
                                                   VALUE SPACES.
       01  WS-BXR-CAB-RECUP.
           05 FILLER                       PIC X(06)
                                                   VALUE "CODCLI".
           05 FILLER                       PIC X(13)
                                                   VALUE " CPF".
           05 FILLER                       PIC X(12)
                                                   VALUE " DATA PGTO".
           05 FILLER                       PIC X(12)
                                                   VALUE " DATA PROC".
           05 FILLER                       PIC X(20)
                                                   VALUE
              "     VALOR RECEBIDO".
           05 FILLER                       PIC X(17)
                                                   VALUE SPACES.
       01  WS-BXR-LINHA-RECUP.
           05 WS-BXR-RC-CODCLI             PIC X(04).
           05 FILLER                       PIC X(03)
                                                   VALUE SPACES.
           05 WS-BXR-RC-CPF                PIC 9(11).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BXR-RC-DATAPGTO           PIC X(10).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BXR-RC-DATAPROC           PIC X(10).
           05 FILLER                       PIC X(05)
                                                   VALUE SPACES.
           05 WS-BXR-RC-VALOR              PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(20)
                                                   VALUE SPACES.
       01  WS-BXR-DATA-F.
           05 WS-BXR-DIA-F                 PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-BXR-MESD-F                PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-BXR-ANO-F                 PIC 9(04).
       77  WS-BXR-DATA-AUX                 PIC 9(08).
       01  WS-BXR-LINHA-VOL.
           05 WS-BXR-VOL-DESC              PIC X(45).
           05 WS-BXR-VOL-VALOR             PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(26)
                                                   VALUE SPACES.
       01  WS-BXR-LINHA-VAL.
           05 WS-BXR-VAL-DESC              PIC X(45).
           05 WS-BXR-VAL-VALOR             PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(16)
                                                   VALUE SPACES.
       01  WS-LINHA-BRANCO                 PIC X(80)
                                                   VALUE SPACES.

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLIBRP                       PIC X(02).
              88 SUCESSO-P                         VALUE "00".
              88 FIM-ARQUIVO-P                     VALUE "10".
       01  FS-CLIBXH                       PIC X(02).
              88 SUCESSO-BH                        VALUE "00".
              88 FIM-ARQUIVO-BH                    VALUE "10".
              88 BXH-INEXISTENTE                   VALUE "35".
       01  FS-CLIRCH                       PIC X(02).
              88 SUCESSO-RH                        VALUE "00".
              88 FIM-ARQUIVO-RH                    VALUE "10".
              88 RCH-INEXISTENTE                   VALUE "35".
       01  FS-CLIBXR                       PIC X(02).
              88 SUCESSO-R                         VALUE "00".
              88 FIM-ARQUIVO-R                     VALUE "10".
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
       77  WS-MSG-ERRO-PAR-AUSENTE        PIC X(40)
                                                   VALUE
           "ERRO DE CARTAO DE PARAMETROS AUSENTE".
       77  WS-MSG-ERRO-PAR-MES            PIC X(40)
                                                   VALUE
           "ERRO DE ANO/MES INVALIDO NO CARTAO".

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
       0000-GPAZ9927.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR-BAIXAS UNTIL FIM-ARQUIVO-BH
           PERFORM 2500-INICIA-RECUPERACOES
           PERFORM 2600-PROCESSAR-RECUPERACOES UNTIL FIM-ARQUIVO-RH
           PERFORM 3000-TERMINO
           MOVE WS-RC-FINAL                TO RETURN-CODE
           STOP RUN
           .

       1000-INICIALIZAR.
           PERFORM 9400-INICIA-JOURNAL
           MOVE "GPAZ9927"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME

      *----ZERANDO VARIAVEIS CONTADORAS E ACUMULADORES
           MOVE 0                          TO WS-CTLIDOBXH
                                              WS-CTLIDORCH
                                              WS-QTD-BAIXA-MES
                                              WS-TOT-BAIXA-MES
                                              WS-QTD-BAIXA-ACM
                                              WS-TOT-BAIXA-ACM
                                              WS-QTD-RECUP-MES
                                              WS-TOT-RECUP-MES
                                              WS-QTD-RECUP-ACM
                                              WS-TOT-RECUP-ACM

           PERFORM 1100-LER-PARAMETROS

      *----ABERTURA DO ARQ CLIBXR PARA GRAVACAO DO RELATORIO
           OPEN OUTPUT CLIBXR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIBXR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIBXH PARA LEITURA; ARQUIVO AINDA
      *----INEXISTENTE EQUIVALE A NENHUMA CONTA BAIXADA
           OPEN INPUT CLIBXH
           IF BXH-INEXISTENTE
              MOVE "10"                    TO FS-CLIBXH
           ELSE
              IF NOT SUCESSO-BH
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIBXH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET BXH-ABERTO               TO TRUE
           END-IF

           PERFORM 1300-GRAVA-CABECALHO

           IF BXH-ABERTO
              PERFORM 1200-LER-CLIBXH
           END-IF
           .

      *----LE E CRITICA O CARTAO DE PARAMETROS (ANO/MES DE
      *----REFERENCIA)
       1100-LER-PARAMETROS.
           OPEN INPUT CLIBRP
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIBRP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           READ CLIBRP INTO WS-REG-CLIBRP
           IF NOT SUCESSO-P
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-AUSENTE TO WS-MSG
              MOVE FS-CLIBRP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF WS-ANOMES-PRM NOT NUMERIC
              OR WS-MES-PRM < 01 OR WS-MES-PRM > 12
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-MES     TO WS-MSG
              MOVE FS-CLIBRP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE WS-ANOMES-PRM              TO WS-ANOMES-ATU

      *----O JOURNAL LEVA O ULTIMO DIA DO MES DE REFERENCIA, DATA
      *----VALIDA PARA QUEM CONSULTA O CLIJRN POR DATA
           IF WS-MES-PRM = 12
              COMPUTE WS-PRIMEIRO-DIA-SEG =
                      (WS-ANOMES-ATU + 89) * 100 + 1
           ELSE
              COMPUTE WS-PRIMEIRO-DIA-SEG =
                      (WS-ANOMES-ATU + 1) * 100 + 1
           END-IF
           COMPUTE WS-DATAPROC-JRN = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PRIMEIRO-DIA-SEG) - 1)

           CLOSE CLIBRP
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIBRP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1200-LER-CLIBXH.
           READ CLIBXH INTO WS-REG-CLI-BXH
           IF SUCESSO-BH
              ADD 1                        TO WS-CTLIDOBXH
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-BH
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIBXH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1250-LER-CLIRCH.
           READ CLIRCH INTO WS-REG-CLI-RCH
           IF SUCESSO-RH
              ADD 1                        TO WS-CTLIDORCH
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-RH
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIRCH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1300-GRAVA-CABECALHO.
           PERFORM 4200-GRAVA-IGUAL
           MOVE WS-BXR-TITULO              TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA

           MOVE SPACES                     TO WS-BXR-MES-VALOR
           STRING WS-ANOMES-PRM(5:2) "/" WS-ANOMES-PRM(1:4)
                  DELIMITED BY SIZE INTO WS-BXR-MES-VALOR
           MOVE WS-BXR-MES                 TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA
           PERFORM 4200-GRAVA-IGUAL

           MOVE "CONTAS BAIXADAS PARA PERDA NO MES"
                                           TO WS-BXR-SECAO
           MOVE WS-BXR-SECAO               TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA
           MOVE WS-BXR-CAB-BAIXA           TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA
           .

      *----UMA CONTA BAIXADA: DO MES DE REFERENCIA SAI NO DETALHE E
      *----SOMA NO MES; ATE O FIM DO MES SOMA NO ACUMULADO; BAIXAS
      *----POSTERIORES AO MES SAO IGNORADAS
       2000-PROCESSAR-BAIXAS.
           IF WS-DATABAIXA-BXH(1:6) NOT > WS-ANOMES-ATU
              ADD 1                        TO WS-QTD-BAIXA-ACM
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              ADD WS-TOTALDIVIDA-BXH       TO WS-TOT-BAIXA-ACM
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD

              IF WS-DATABAIXA-BXH(1:6) = WS-ANOMES-ATU
                 PERFORM 2100-EMITE-BAIXA
              END-IF
           END-IF

           PERFORM 1200-LER-CLIBXH
           .

       2100-EMITE-BAIXA.
           MOVE WS-CODCLI-BXH              TO WS-BXR-BX-CODCLI
           MOVE WS-NOMECLI-BXH             TO WS-BXR-BX-NOME
           MOVE WS-DATABAIXA-BXH           TO WS-BXR-DATA-AUX
           PERFORM 4500-FORMATA-DATA
           MOVE WS-BXR-DATA-F              TO WS-BXR-BX-DATA
           MOVE WS-DIASATRASO-BXH          TO WS-BXR-BX-DIAS
           MOVE WS-TOTALDIVIDA-BXH         TO WS-BXR-BX-SALDO
           MOVE WS-BXR-LINHA-BAIXA         TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA

           ADD 1                           TO WS-QTD-BAIXA-MES
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-TOTALDIVIDA-BXH          TO WS-TOT-BAIXA-MES
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----FECHA A CARTEIRA BAIXADA E ABRE AS RECUPERACOES; ARQUIVO
      *----AINDA INEXISTENTE EQUIVALE A NENHUMA RECUPERACAO
       2500-INICIA-RECUPERACOES.
           IF BXH-ABERTO
              CLOSE CLIBXH
              IF NOT SUCESSO-BH
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIBXH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

           OPEN INPUT CLIRCH
           IF RCH-INEXISTENTE
              MOVE "10"                    TO FS-CLIRCH
           ELSE
              IF NOT SUCESSO-RH
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIRCH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET RCH-ABERTO               TO TRUE
           END-IF

           MOVE WS-LINHA-BRANCO            TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA
           MOVE "RECUPERACOES DE CONTAS BAIXADAS NO MES"
                                           TO WS-BXR-SECAO
           MOVE WS-BXR-SECAO               TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA
           MOVE WS-BXR-CAB-RECUP           TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA

           IF RCH-ABERTO
              PERFORM 1250-LER-CLIRCH
           END-IF
           .

      *----UMA RECUPERACAO: O MES E O DO PROCESSAMENTO (DIA EM QUE O
      *----RECEBIMENTO ENTROU NO CAIXA DA EMPRESA), COMO NAS BAIXAS
       2600-PROCESSAR-RECUPERACOES.
           IF WS-DATAPROC-RCH(1:6) NOT > WS-ANOMES-ATU
              ADD 1                        TO WS-QTD-RECUP-ACM
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              ADD WS-VALORPAGO-RCH         TO WS-TOT-RECUP-ACM
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD

              IF WS-DATAPROC-RCH(1:6) = WS-ANOMES-ATU
                 PERFORM 2700-EMITE-RECUPERACAO
              END-IF
           END-IF

           PERFORM 1250-LER-CLIRCH
           .

       2700-EMITE-RECUPERACAO.
           MOVE WS-CODCLI-RCH              TO WS-BXR-RC-CODCLI
           MOVE WS-CPFCLI-RCH              TO WS-BXR-RC-CPF
           MOVE WS-DATAPGTO-RCH            TO WS-BXR-DATA-AUX
           PERFORM 4500-FORMATA-DATA
           MOVE WS-BXR-DATA-F              TO WS-BXR-RC-DATAPGTO
           MOVE WS-DATAPROC-RCH            TO WS-BXR-DATA-AUX
           PERFORM 4500-FORMATA-DATA
           MOVE WS-BXR-DATA-F              TO WS-BXR-RC-DATAPROC
           MOVE WS-VALORPAGO-RCH           TO WS-BXR-RC-VALOR
           MOVE WS-BXR-LINHA-RECUP         TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA

           ADD 1                           TO WS-QTD-RECUP-MES
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-VALORPAGO-RCH            TO WS-TOT-RECUP-MES
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       3000-TERMINO.
           PERFORM 3100-EMITE-RESUMO

      *----FECHA ARQ CLIRCH (QUANDO EXISTIA PARA SER ABERTO)
           IF RCH-ABERTO
              CLOSE CLIRCH
              IF NOT SUCESSO-RH
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIRCH            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

      *----FECHA ARQ CLIBXR
           CLOSE CLIBXR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIBXR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

           MOVE WS-CTLIDOBXH               TO WS-CTLIDOBXH-F
           MOVE WS-CTLIDORCH               TO WS-CTLIDORCH-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE REGISTROS LIDOS EM CLIBXH..........:"
                    WS-CTLIDOBXH-F
           DISPLAY "TOTAL DE REGISTROS LIDOS EM CLIRCH..........:"
                    WS-CTLIDORCH-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO
           COMPUTE WS-QTLIDO-JRN = WS-CTLIDOBXH + WS-CTLIDORCH
           MOVE ZEROS                      TO WS-QTGRAV-JRN
           MOVE ZEROS                      TO WS-QTREJ-JRN
           MOVE 0                          TO WS-RC-FINAL
           PERFORM 9500-GRAVA-JOURNAL
           .

      *----RESUMO PARA A CONTABILIDADE: MOVIMENTO DO MES, ACUMULADOS
      *----ATE O FIM DO MES E PERDA LIQUIDA ACUMULADA
       3100-EMITE-RESUMO.
           MOVE WS-LINHA-BRANCO            TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA
           MOVE "RESUMO"                   TO WS-BXR-SECAO
           MOVE WS-BXR-SECAO               TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA
           PERFORM 4200-GRAVA-IGUAL

           MOVE "CONTAS BAIXADAS NO MES......................:"
                                           TO WS-BXR-VOL-DESC
           MOVE WS-QTD-BAIXA-MES           TO WS-BXR-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "VALOR BAIXADO PARA PERDA NO MES.............:"
                                           TO WS-BXR-VAL-DESC
           MOVE WS-TOT-BAIXA-MES           TO WS-BXR-VAL-VALOR
           PERFORM 4400-GRAVA-VALOR

           MOVE "RECUPERACOES NO MES.........................:"
                                           TO WS-BXR-VOL-DESC
           MOVE WS-QTD-RECUP-MES           TO WS-BXR-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "VALOR RECUPERADO NO MES.....................:"
                                           TO WS-BXR-VAL-DESC
           MOVE WS-TOT-RECUP-MES           TO WS-BXR-VAL-VALOR
           PERFORM 4400-GRAVA-VALOR

           PERFORM 4200-GRAVA-IGUAL

           MOVE "CONTAS BAIXADAS ATE O FIM DO MES............:"
                                           TO WS-BXR-VOL-DESC
           MOVE WS-QTD-BAIXA-ACM           TO WS-BXR-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "VALOR BAIXADO ATE O FIM DO MES..............:"
                                           TO WS-BXR-VAL-DESC
           MOVE WS-TOT-BAIXA-ACM           TO WS-BXR-VAL-VALOR
           PERFORM 4400-GRAVA-VALOR

           MOVE "RECUPERACOES ATE O FIM DO MES...............:"
                                           TO WS-BXR-VOL-DESC
           MOVE WS-QTD-RECUP-ACM           TO WS-BXR-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "VALOR RECUPERADO ATE O FIM DO MES...........:"
                                           TO WS-BXR-VAL-DESC
           MOVE WS-TOT-RECUP-ACM           TO WS-BXR-VAL-VALOR
           PERFORM 4400-GRAVA-VALOR

           COMPUTE WS-PERDA-LIQUIDA =
                   WS-TOT-BAIXA-ACM - WS-TOT-RECUP-ACM
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-COMPUTE
           MOVE "PERDA LIQUIDA ACUMULADA.....................:"
                                           TO WS-BXR-VAL-DESC
           MOVE WS-PERDA-LIQUIDA           TO WS-BXR-VAL-VALOR
           PERFORM 4400-GRAVA-VALOR

           PERFORM 4200-GRAVA-IGUAL
           .

       4100-GRAVA-LINHA.
           WRITE REG-CLIBXR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIBXR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       4200-GRAVA-IGUAL.
           MOVE WS-IGUAL                   TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA
           .

       4300-GRAVA-VOLUME.
           MOVE WS-BXR-LINHA-VOL           TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA
           .

       4400-GRAVA-VALOR.
           MOVE WS-BXR-LINHA-VAL           TO REG-CLIBXR
           PERFORM 4100-GRAVA-LINHA
           .

      *----FORMATA A DATA AAAAMMDD DE WS-BXR-DATA-AUX EM DD/MM/AAAA
       4500-FORMATA-DATA.
           MOVE WS-BXR-DATA-AUX(7:2)       TO WS-BXR-DIA-F
           MOVE WS-BXR-DATA-AUX(5:2)       TO WS-BXR-MESD-F
           MOVE WS-BXR-DATA-AUX(1:4)       TO WS-BXR-ANO-F
           .

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
