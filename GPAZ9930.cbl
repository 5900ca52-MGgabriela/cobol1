      *PROJETO: GPAZ9930                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: CADASTRO DE ENDERECOS DEVOLVIDOS PELOS CORREIOS.      *
      *RODA APOS O MERGE (GPAZ9906) E ANTES DOS EXTRATOS (GPAZ9915) E  *
      *DA EXTRACAO PARA A AGENCIA (GPAZ9920): LE O ARQUIVO DE          *
      *CORRESPONDENCIA DEVOLVIDA CLIDEV (CODCLI, DATA DA DEVOLUCAO E   *
      *MOTIVO DOS CORREIOS), QUE CHEGA EM QUALQUER ORDEM E E           *
      *CLASSIFICADO PELO PROPRIO PROGRAMA POR CODCLI E DATA, O CLINEW  *
      *(CONFERINDO OS REGISTROS DE CONTROLE) E O CADASTRO CORRENTE     *
      *CLIEDC, E GRAVA O NOVO CADASTRO CLIEDN. CLIENTE COM DEVOLUCAO   *
      *ENTRA NO CADASTRO COM O LOGRADOURO E O CEP DO MESTRE; CLIENTE   *
      *JA CADASTRADO CUJO LOGRADOURO OU CEP FOI TROCADO POR UMA        *
      *ALTERACAO ("A") NO MERGE SAI DO CADASTRO AUTOMATICAMENTE. O     *
      *RELATORIO CLIEDR LISTA AS INCLUSOES, AS NOVAS DEVOLUCOES, AS    *
      *DEVOLUCOES REJEITADAS E OS ENDERECOS REGULARIZADOS (DE/PARA).   *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9930.
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
           SELECT CLIPAR ASSIGN            TO UT-S-CLIPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPAR
           .

           SELECT CLIDEV ASSIGN            TO UT-S-CLIDEV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIDEV
           .

           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLINEW
           .

           SELECT CLIEDC ASSIGN            TO UT-S-CLIEDC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIEDC
           .

           SELECT CLIEDN ASSIGN            TO UT-S-CLIEDN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIEDN
           .

           SELECT CLIEDR ASSIGN            TO UT-S-CLIEDR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIEDR
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

      *----CARTAO DE PARAMETROS DO MERGE (SO A DATA DE PROCESSAMENTO
      *----DO NEGOCIO, DATA DE ENTRADA NO CADASTRO E LIMITE DA DATA
      *----DE DEVOLUCAO)
       FD  CLIPAR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIPAR
           .
       01  REG-CLIPAR                      PIC X(80).

      *----CORRESPONDENCIA DEVOLVIDA PELOS CORREIOS
       FD  CLIDEV
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIDEV
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIDEV
           COPY ARQCLIDV REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==DEV==.

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

       FD  CLIEDC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS REG-CLIEDC
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIEDC (CADASTRO DE
      *----ENDERECOS DEVOLVIDOS CORRENTE)
           COPY ARQCLIED REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==EDC==.

      *----NOVO CADASTRO DE ENDERECOS DEVOLVIDOS
       FD  CLIEDN
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS REG-CLIEDN
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIEDN
           COPY ARQCLIED REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==EDN==.

      *----RELATORIO IMPRIMIVEL DO CADASTRO DE ENDERECOS DEVOLVIDOS
       FD  CLIEDR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIEDR
           .
       01  REG-CLIEDR                      PIC X(80).

      *----ARQUIVO DE TRABALHO DA CLASSIFICACAO DAS DEVOLUCOES POR
      *----CODCLI E DATA; O NUMERO DE ORDEM DE LEITURA ACOMPANHA O
      *----REGISTRO PARA QUE, NA MESMA DATA, A ULTIMA DEVOLUCAO
      *----DIGITADA PREVALECA
       SD  ARQSORT
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS REG-DEV-SRT
           .
       01  REG-DEV-SRT.
           05 DEVOLUCAO-SRT.
              10 CODCLI-SRT                PIC X(04).
              10 DATADEV-SRT               PIC X(08).
              10 FILLER                    PIC X(68).
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

      *VARIAVEIS ESPELHO DO CLINEW
       COPY ARQCLI02 REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==NEW==.

      *REGISTRO DE CONTROLE (HEADER/TRAILER) DO CLINEW, GRAVADO PELO
      *MERGE (GPAZ9906), E ACUMULADORES DA SUA CONFERENCIA
       COPY ARQCLICT REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==CTN==.

       77  WS-QTD-DADOS-NEW                PIC 9(09)
                                                   COMP.
       77  WS-HASH-NEW                     PIC 9(13)V99.
       77  WS-NEW-TEM-HDR                  PIC X(01)
                                                   VALUE "N".
              88 NEW-TEM-HDR                       VALUE "S".
       77  WS-NEW-TEM-TRL                  PIC X(01)
                                                   VALUE "N".
              88 NEW-TEM-TRL                       VALUE "S".
       77  WS-ACHOU-DADOS-NEW              PIC X(01).
              88 ACHOU-DADOS-NEW                   VALUE "S".

      *VARIAVEIS ESPELHO DO CLIDEV (TAMBEM RECEBE AS DEVOLUCOES JA
      *CLASSIFICADAS, NO PROCEDIMENTO DE SAIDA)
       COPY ARQCLIDV REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==DEV==.

      *VARIAVEIS ESPELHO DO CLIEDC
       COPY ARQCLIED REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==EDC==.

      *VARIAVEIS ESPELHO DO CLIEDN
       COPY ARQCLIED REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==EDN==.

      *CARTAO DE PARAMETROS DO MERGE
       01  WS-REG-CLIPAR.
           05 WS-DATAPROC-PRM              PIC X(08).
           05 FILLER                       PIC X(72).

      *MOTIVOS DE DEVOLUCAO DOS CORREIOS
       COPY TABMOTDV REPLACING ==:XX-:== BY ==WS-==.

       77  WS-IDX-MOTDEV                   PIC 9(02)
                                                   COMP.
       77  WS-MOTDEV-ACHADO                PIC X(01).
              88 MOTIVO-VALIDO                     VALUE "S".
       77  WS-MOTDEV-PROCURA               PIC X(02).

      *CHAVE CORRENTE DO BALANCE LINE (MENOR CODCLI ENTRE O MESTRE,
      *O CADASTRO CORRENTE E AS DEVOLUCOES CLASSIFICADAS)
       77  WS-CODCLI-ATUAL                 PIC X(04).

      *SINALIZA QUE O CLIENTE CORRENTE TEM REGISTRO A GRAVAR NO
      *NOVO CADASTRO
       77  WS-TEM-REGISTRO                 PIC X(01).
              88 TEM-REGISTRO                      VALUE "S".

      *ULTIMO CODCLI LIDO DO CLIEDC, PARA VALIDAR A SEQUENCIA
      *ASCENDENTE ESTRITA
       77  WS-ULTIMO-CODCLI-EDC            PIC X(04)
                                                   VALUE LOW-VALUES.

      *SINALIZA OS ARQUIVOS OPCIONAIS QUE EXISTIAM E FORAM ABERTOS
      *(NA PRIMEIRA EXECUCAO O CLIEDC AINDA NAO EXISTE; O CLIDEV SO
      *EXISTE NOS DIAS EM QUE HA CORRESPONDENCIA DEVOLVIDA)
       77  WS-EDC-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 EDC-ABERTO                        VALUE "S".
       77  WS-DEV-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 DEV-ABERTO                        VALUE "S".

      *FIM DO ARQUIVO DE TRABALHO DA CLASSIFICACAO (RETURN AT END)
       77  WS-FIM-ARQSORT                  PIC X(01)
                                                   VALUE "N".
              88 FIM-ARQSORT                       VALUE "S".

       77  WS-SEQ-LEITURA                  PIC 9(09).

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDODEV                    PIC 9(07)
                                                   COMP.
       77  WS-CTREJDEV                     PIC 9(07)
                                                   COMP.
       77  WS-CTLIDONEW                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOEDC                    PIC 9(07)
                                                   COMP.
       77  WS-CTINCLUIDOS                  PIC 9(07)
                                                   COMP.
       77  WS-CTREINCIDENTES               PIC 9(07)
                                                   COMP.
       77  WS-CTREGULARIZADOS              PIC 9(07)
                                                   COMP.
       77  WS-CTGRAVEDN                    PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDODEV-F                  PIC ZZZZZZ9.
       77  WS-CTREJDEV-F                   PIC ZZZZZZ9.
       77  WS-CTLIDONEW-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOEDC-F                  PIC ZZZZZZ9.
       77  WS-CTINCLUIDOS-F                PIC ZZZZZZ9.
       77  WS-CTREINCIDENTES-F             PIC ZZZZZZ9.
       77  WS-CTREGULARIZADOS-F            PIC ZZZZZZ9.
       77  WS-CTGRAVEDN-F                  PIC ZZZZZZ9.

      *VARIAVEIS DO RELATORIO DO CADASTRO DE ENDERECOS DEVOLVIDOS
       01  WS-EDR-TITULO                   PIC X(80)
                                                   VALUE
           "GPAZ9930 - CADASTRO DE ENDERECOS DEVOLVIDOS PELOS CORREIOS".
       01  WS-EDR-DATA.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DATA DO PROCESSAMENTO: ".
           05 WS-EDR-DATA-VALOR            PIC X(10).
           05 FILLER                       PIC X(47)
                                                   VALUE SPACES.
       01  WS-EDR-CABECALHO.
           05 FILLER                       PIC X(06)
                                                   VALUE "CODCLI".
           05 FILLER                       PIC X(12)
                                                   VALUE "  DATA DEV.".
           05 FILLER                       PIC X(28)
                                                   VALUE
              "  MOTIVO DA DEVOLUCAO".
           05 FILLER                       PIC X(34)
                                                   VALUE
              " OCORRENCIA".
       01  WS-EDR-LINHA.
           05 WS-EDR-CODCLI                PIC X(04).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-EDR-DATADEV               PIC X(10).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-EDR-MOTIVO                PIC X(02).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-EDR-MOTIVO-DESC           PIC X(22).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-EDR-OCORRENCIA            PIC X(36).
       01  WS-EDR-ENDERECO.
           05 FILLER                       PIC X(08)
                                                   VALUE SPACES.
           05 WS-EDR-END-ROTULO            PIC X(08).
           05 WS-EDR-END-LOGR              PIC X(30).
           05 FILLER                       PIC X(05)
                                                   VALUE " CEP ".
           05 WS-EDR-END-CEP-PRE           PIC X(05).
           05 FILLER                       PIC X(01)
                                                   VALUE "-".
           05 WS-EDR-END-CEP-SUF           PIC X(03).
           05 FILLER                       PIC X(20)
                                                   VALUE SPACES.
       01  WS-EDR-TOTAL.
           05 WS-EDR-TOTAL-ROTULO          PIC X(45).
           05 WS-EDR-TOTAL-VALOR           PIC ZZZZZZ9.
           05 FILLER                       PIC X(28)
                                                   VALUE SPACES.

      *DATA FORMATADA PARA O RELATORIO
       01  WS-DATA-EDT-F.
           05 WS-DIA-EDT-F                 PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-MES-EDT-F                 PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-ANO-EDT-F                 PIC 9(04).
       77  WS-DATA-EDT                     PIC 9(08).

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLIPAR                       PIC X(02).
              88 SUCESSO-PR                        VALUE "00".
              88 FIM-ARQUIVO-PR                    VALUE "10".
       01  FS-CLIDEV                       PIC X(02).
              88 SUCESSO-DV                        VALUE "00".
              88 FIM-ARQUIVO-DV                    VALUE "10".
              88 DEV-INEXISTENTE                   VALUE "35".
       01  FS-CLINEW                       PIC X(02).
              88 SUCESSO-N                         VALUE "00".
              88 FIM-ARQUIVO-N                     VALUE "10".
       01  FS-CLIEDC                       PIC X(02).
              88 SUCESSO-EC                        VALUE "00".
              88 FIM-ARQUIVO-EC                    VALUE "10".
              88 EDC-INEXISTENTE                   VALUE "35".
       01  FS-CLIEDN                       PIC X(02).
              88 SUCESSO-EN                        VALUE "00".
              88 FIM-ARQUIVO-EN                    VALUE "10".
       01  FS-CLIEDR                       PIC X(02).
              88 SUCESSO-ER                        VALUE "00".
              88 FIM-ARQUIVO-ER                    VALUE "10".
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
           "ERRO NA CLASSIFICACAO DAS DEVOLUCOES".
       77  WS-MSG-ERRO-PAR-DATA            PIC X(40)
                                                   VALUE
           "ERRO DE DATA NO CARTAO CLIPAR".
       77  WS-MSG-ERRO-SEQ-EC              PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO EDC".
       77  WS-MSG-ERRO-CTL-NEW             PIC X(40)
                                                   VALUE
           "ERRO DE CONTROLE AUSENTE NO ARQUIVO NEW".
       77  WS-MSG-ERRO-TOT-NEW             PIC X(40)
                                                   VALUE
           "ERRO DE TOTAIS DO ARQUIVO NEW".
       77  WS-MSG-ERRO-TRUNC-NEW           PIC X(40)
                                                   VALUE
           "ERRO DE ARQUIVO NEW TRUNCADO".
       77  WS-MSG-ERRO-POS-TRL-N           PIC X(40)
                                                   VALUE
           "ERRO DE REGISTRO APOS TRAILER NO ARQ NEW".

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
       0000-GPAZ9930.
           PERFORM 1000-INICIALIZAR

      *----CLASSIFICA AS DEVOLUCOES POR CODCLI E DATA (E ORDEM DE
      *----LEITURA DENTRO DA DATA) PARA O BALANCE LINE COM O MESTRE
      *----E O CADASTRO CORRENTE
           SORT ARQSORT ON ASCENDING KEY CODCLI-SRT
                                         DATADEV-SRT
                                         SEQLEITURA-SRT
                INPUT PROCEDURE IS 1500-SELECIONAR
                OUTPUT PROCEDURE IS 2000-ATUALIZA-CADASTRO
           IF SORT-RETURN NOT = 0
              MOVE WS-MSG-ERRO-SORT        TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 3000-TERMINO
           MOVE WS-RC-FINAL                TO RETURN-CODE
           STOP RUN
           .

       1000-INICIALIZAR.
           PERFORM 9400-INICIA-JOURNAL
           MOVE "GPAZ9930"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME

      *----ZERANDO VARIAVEIS CONTADORAS
           MOVE 0                          TO WS-CTLIDODEV
                                              WS-CTREJDEV
                                              WS-CTLIDONEW
                                              WS-CTLIDOEDC
                                              WS-CTINCLUIDOS
                                              WS-CTREINCIDENTES
                                              WS-CTREGULARIZADOS
                                              WS-CTGRAVEDN
                                              WS-QTD-DADOS-NEW
                                              WS-HASH-NEW
                                              WS-SEQ-LEITURA

           PERFORM 1050-LER-CLIPAR

      *----ABERTURA DO ARQ CLINEW PARA LEITURA
           OPEN INPUT CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIEDC PARA LEITURA; ARQUIVO AINDA
      *----INEXISTENTE (PRIMEIRA EXECUCAO - E ESTE PROGRAMA QUEM
      *----INICIA A CORRENTE VIA CLIEDN) EQUIVALE A CADASTRO VAZIO
           OPEN INPUT CLIEDC
           IF EDC-INEXISTENTE
              MOVE "10"                    TO FS-CLIEDC
              MOVE HIGH-VALUES             TO WS-CODCLI-EDC
           ELSE
              IF NOT SUCESSO-EC
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET EDC-ABERTO               TO TRUE
           END-IF

      *----ABERTURA DO ARQ CLIEDN PARA GRAVACAO DO NOVO CADASTRO
           OPEN OUTPUT CLIEDN
           IF NOT SUCESSO-EN
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIEDN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIEDR PARA O RELATORIO
           OPEN OUTPUT CLIEDR
           IF NOT SUCESSO-ER
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIEDR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN
           PERFORM 9000-IMPRIME-DATA

           MOVE WS-EDR-TITULO              TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           MOVE WS-IGUAL                   TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           MOVE WS-DATA-SISTEMA-F          TO WS-EDR-DATA-VALOR
           MOVE WS-EDR-DATA                TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           MOVE WS-EDR-CABECALHO           TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           MOVE WS-IGUAL                   TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           .

      *----DATA DE PROCESSAMENTO DO NEGOCIO DO CARTAO DO MERGE (JA
      *----CRITICADO POR ELE): DATA DE ENTRADA NO CADASTRO E LIMITE
      *----DA DATA DE DEVOLUCAO
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

       1100-LER-CLINEW.
           MOVE "N"                        TO WS-ACHOU-DADOS-NEW
           PERFORM 1110-LER-REG-CLINEW
                   UNTIL ACHOU-DADOS-NEW
                   OR FIM-ARQUIVO-N
           IF FIM-ARQUIVO-N
              MOVE HIGH-VALUES             TO WS-CODCLI-NEW
           END-IF
           .

      *----LE O PROXIMO REGISTRO DO CLINEW CONFERINDO OS REGISTROS
      *----DE CONTROLE GRAVADOS PELO MERGE (GPAZ9906): HEADER NO
      *----INICIO E TRAILER COM QUANTIDADE E HASH DE TOTALDIVIDA NO
      *----FIM; ARQUIVO SEM TRAILER E TRATADO COMO TRUNCADO
       1110-LER-REG-CLINEW.
           READ CLINEW INTO WS-REG-CLI-NEW
           IF SUCESSO-N
              IF WS-CODCLI-NEW = "*HDR"
                 OR WS-CODCLI-NEW = "*TRL"
                 MOVE WS-REG-CLI-NEW       TO WS-REG-CLI-CTN
                 PERFORM 1120-CRITICA-CONTROLE-NEW
              ELSE
                 IF NOT NEW-TEM-HDR
                    MOVE 8                 TO WS-RC-FINAL
                    MOVE WS-MSG-ERRO-CTL-NEW
                                           TO WS-MSG
                    MOVE SPACES            TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF
                 IF NEW-TEM-TRL
                    MOVE 8                 TO WS-RC-FINAL
                    MOVE WS-MSG-ERRO-POS-TRL-N
                                           TO WS-MSG
                    MOVE SPACES            TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF

                 SET ACHOU-DADOS-NEW       TO TRUE
                 ADD 1                     TO WS-QTD-DADOS-NEW
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
                 ADD WS-TOTALDIVIDA-NEW    TO WS-HASH-NEW
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
                 ADD 1                     TO WS-CTLIDONEW
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
              ELSE
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLINEW            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----CRITICA OS REGISTROS DE CONTROLE DO CLINEW: HEADER TEM
      *----QUE SER O PRIMEIRO REGISTRO E O TRAILER TEM QUE FECHAR
      *----COM A QUANTIDADE E O HASH DE TOTALDIVIDA APURADOS
       1120-CRITICA-CONTROLE-NEW.
           IF WS-REG-HEADER-CTN
              IF NEW-TEM-HDR
                 OR NEW-TEM-TRL
                 OR WS-QTD-DADOS-NEW > 0
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-CTL-NEW  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET NEW-TEM-HDR              TO TRUE
           ELSE
              IF NOT NEW-TEM-HDR
                 OR NEW-TEM-TRL
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-CTL-NEW  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              IF WS-QTDREG-CTN NOT = WS-QTD-DADOS-NEW
                 OR WS-HASHDIV-CTN NOT = WS-HASH-NEW
                 DISPLAY "QTD DO TRAILER.......: " WS-QTDREG-CTN
                 DISPLAY "QTD APURADA..........: " WS-QTD-DADOS-NEW
                 DISPLAY "HASH DO TRAILER......: " WS-HASHDIV-CTN
                 DISPLAY "HASH APURADO.........: " WS-HASH-NEW
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-TOT-NEW  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET NEW-TEM-TRL              TO TRUE
           END-IF
           .

       1200-LER-CLIEDC.
           READ CLIEDC INTO WS-REG-CLI-EDC
           IF SUCESSO-EC
              ADD 1                        TO WS-CTLIDOEDC
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD

      *----O CADASTRO DE ENDERECOS DEVOLVIDOS TEM QUE VIR EM ORDEM
      *----ASCENDENTE ESTRITA DE CODCLI (UM REGISTRO POR CLIENTE)
              IF WS-CODCLI-EDC NOT > WS-ULTIMO-CODCLI-EDC
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-SEQ-EC   TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-CODCLI-EDC           TO WS-ULTIMO-CODCLI-EDC
           ELSE
              IF FIM-ARQUIVO-EC
                 MOVE HIGH-VALUES          TO WS-CODCLI-EDC
              ELSE
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE AS DEVOLUCOES
      *----(ARQUIVO AUSENTE = NENHUMA DEVOLUCAO NO DIA), REJEITA NO
      *----RELATORIO AS QUE TEM DATA OU MOTIVO INVALIDOS E LIBERA AS
      *----DEMAIS PARA A CLASSIFICACAO
       1500-SELECIONAR.
           OPEN INPUT CLIDEV
           IF DEV-INEXISTENTE
              MOVE "10"                    TO FS-CLIDEV
           ELSE
              IF NOT SUCESSO-DV
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIDEV            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET DEV-ABERTO               TO TRUE
              PERFORM 1600-LER-CLIDEV
           END-IF

           PERFORM 1700-CRITICA-DEVOLUCAO UNTIL FIM-ARQUIVO-DV

           IF DEV-ABERTO
              CLOSE CLIDEV
              IF NOT SUCESSO-DV
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIDEV            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1600-LER-CLIDEV.
           READ CLIDEV INTO WS-REG-CLI-DEV
           IF SUCESSO-DV
              ADD 1                        TO WS-CTLIDODEV
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-DV
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIDEV            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----A DATA DA DEVOLUCAO TEM QUE SER UMA DATA VALIDA NAO
      *----POSTERIOR A DATA DO NEGOCIO E O MOTIVO TEM QUE CONSTAR DA
      *----TABELA DOS CORREIOS
       1700-CRITICA-DEVOLUCAO.
           MOVE WS-MOTIVO-DEV              TO WS-MOTDEV-PROCURA
           PERFORM 8100-PROCURA-MOTIVO

           MOVE WS-CODCLI-DEV              TO WS-EDR-CODCLI
      *----DATA NAO NUMERICA SAI NA LINHA COMO FOI DIGITADA
           IF WS-DATADEV-DEV NUMERIC
              MOVE WS-DATADEV-DEV          TO WS-DATA-EDT
              PERFORM 8000-FORMATA-DATA
              MOVE WS-DATA-EDT-F           TO WS-EDR-DATADEV
           ELSE
              MOVE WS-DATADEV-DEV          TO WS-EDR-DATADEV
           END-IF
           MOVE WS-MOTIVO-DEV              TO WS-EDR-MOTIVO

           IF WS-CODCLI-DEV = SPACES
              MOVE "REJEITADA - CODIGO EM BRANCO"
                                           TO WS-EDR-OCORRENCIA
              PERFORM 1800-REJEITA-DEVOLUCAO
           ELSE
           IF WS-DATADEV-DEV NOT NUMERIC
              OR WS-DATADEV-DEV(5:2) < "01"
              OR WS-DATADEV-DEV(5:2) > "12"
              OR WS-DATADEV-DEV(7:2) < "01"
              OR WS-DATADEV-DEV(7:2) > "31"
              MOVE "REJEITADA - DATA INVALIDA"
                                           TO WS-EDR-OCORRENCIA
              PERFORM 1800-REJEITA-DEVOLUCAO
           ELSE
           IF WS-DATADEV-DEV > WS-DATAPROC-PRM
              MOVE "REJEITADA - DATA FUTURA"
                                           TO WS-EDR-OCORRENCIA
              PERFORM 1800-REJEITA-DEVOLUCAO
           ELSE
           IF NOT MOTIVO-VALIDO
              MOVE "REJEITADA - MOTIVO INVALIDO"
                                           TO WS-EDR-OCORRENCIA
              PERFORM 1800-REJEITA-DEVOLUCAO
           ELSE
              ADD 1                        TO WS-SEQ-LEITURA
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              MOVE WS-REG-CLI-DEV          TO DEVOLUCAO-SRT
              MOVE WS-SEQ-LEITURA          TO SEQLEITURA-SRT
              RELEASE REG-DEV-SRT
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 1600-LER-CLIDEV
           .

       1800-REJEITA-DEVOLUCAO.
           MOVE WS-EDR-LINHA               TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR

           ADD 1                           TO WS-CTREJDEV
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: BALANCE LINE ENTRE
      *----O MESTRE, O CADASTRO CORRENTE E AS DEVOLUCOES CLASSIFICADAS
       2000-ATUALIZA-CADASTRO.
           PERFORM 1100-LER-CLINEW
           IF EDC-ABERTO
              PERFORM 1200-LER-CLIEDC
           END-IF
           PERFORM 2050-RETORNA-DEVOLUCAO

           PERFORM 2100-PROCESSAR UNTIL FIM-ARQUIVO-N
                                    AND FIM-ARQUIVO-EC
                                    AND FIM-ARQSORT
           .

       2050-RETORNA-DEVOLUCAO.
           RETURN ARQSORT
               AT END
                  SET FIM-ARQSORT          TO TRUE
           END-RETURN

           IF FIM-ARQSORT
              MOVE HIGH-VALUES             TO WS-CODCLI-DEV
           ELSE
              MOVE DEVOLUCAO-SRT           TO WS-REG-CLI-DEV
           END-IF
           .

      *----TRATA O MENOR CODCLI ENTRE OS TRES ARQUIVOS: PRIMEIRO O
      *----REGISTRO DO CADASTRO CORRENTE (QUE SAI SE O MESTRE TROUXER
      *----LOGRADOURO OU CEP DIFERENTE DO DEVOLVIDO), DEPOIS AS
      *----DEVOLUCOES DO CLIENTE, QUE SO VALEM PARA CLIENTE DO MESTRE.
      *----REGISTRO DE CLIENTE QUE SAIU DO MESTRE ATRAVESSA INALTERADO
      *----(UMA REINTEGRACAO O ENCONTRA COMO ESTAVA)
       2100-PROCESSAR.
           MOVE WS-CODCLI-NEW              TO WS-CODCLI-ATUAL
           IF WS-CODCLI-EDC < WS-CODCLI-ATUAL
              MOVE WS-CODCLI-EDC           TO WS-CODCLI-ATUAL
           END-IF
           IF WS-CODCLI-DEV < WS-CODCLI-ATUAL
              MOVE WS-CODCLI-DEV           TO WS-CODCLI-ATUAL
           END-IF

           MOVE "N"                        TO WS-TEM-REGISTRO

           IF WS-CODCLI-EDC = WS-CODCLI-ATUAL
              MOVE WS-REG-CLI-EDC          TO WS-REG-CLI-EDN
              SET TEM-REGISTRO             TO TRUE
              IF WS-CODCLI-NEW = WS-CODCLI-ATUAL
                 IF WS-LOGRCLI-NEW NOT = WS-LOGRCLI-EDN
                    OR WS-CEPCLI-NEW NOT = WS-CEPCLI-EDN
                    PERFORM 2300-REGULARIZA-ENDERECO
                 END-IF
              END-IF
              PERFORM 1200-LER-CLIEDC
           END-IF

           PERFORM 2400-APLICA-DEVOLUCAO
                   UNTIL WS-CODCLI-DEV NOT = WS-CODCLI-ATUAL

           IF TEM-REGISTRO
              PERFORM 2900-GRAVA-EDN
           END-IF

           IF WS-CODCLI-NEW = WS-CODCLI-ATUAL
              PERFORM 1100-LER-CLINEW
           END-IF
           .

      *----O LOGRADOURO OU O CEP DO MESTRE NAO E MAIS O DEVOLVIDO: UMA
      *----ALTERACAO CADASTRAL NO MERGE TROCOU O ENDERECO, E O CLIENTE
      *----SAI DO CADASTRO; O RELATORIO MOSTRA O ENDERECO DE/PARA
       2300-REGULARIZA-ENDERECO.
           MOVE "N"                        TO WS-TEM-REGISTRO

           MOVE WS-CODCLI-EDN              TO WS-EDR-CODCLI
           MOVE WS-DATADEV-EDN             TO WS-DATA-EDT
           PERFORM 8000-FORMATA-DATA
           MOVE WS-DATA-EDT-F              TO WS-EDR-DATADEV
           MOVE WS-MOTIVO-EDN              TO WS-EDR-MOTIVO
                                              WS-MOTDEV-PROCURA
           PERFORM 8100-PROCURA-MOTIVO
           MOVE "ENDERECO ALTERADO - INDICADOR RETIR."
                                           TO WS-EDR-OCORRENCIA
           MOVE WS-EDR-LINHA               TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR

           MOVE "DE....: "                 TO WS-EDR-END-ROTULO
           MOVE WS-LOGRCLI-EDN             TO WS-EDR-END-LOGR
           MOVE WS-CEPCLI-EDN(1:5)         TO WS-EDR-END-CEP-PRE
           MOVE WS-CEPCLI-EDN(6:3)         TO WS-EDR-END-CEP-SUF
           MOVE WS-EDR-ENDERECO            TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR

           MOVE "PARA..: "                 TO WS-EDR-END-ROTULO
           MOVE WS-LOGRCLI-NEW             TO WS-EDR-END-LOGR
           MOVE WS-CEPCLI-NEW(1:5)         TO WS-EDR-END-CEP-PRE
           MOVE WS-CEPCLI-NEW(6:3)         TO WS-EDR-END-CEP-SUF
           MOVE WS-EDR-ENDERECO            TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR

           ADD 1                           TO WS-CTREGULARIZADOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----DEVOLUCAO DE CLIENTE DO MESTRE: CLIENTE FORA DO CADASTRO
      *----ENTRA COM O LOGRADOURO E O CEP ATUAIS DO MESTRE; CLIENTE JA
      *----CADASTRADO SO ATUALIZA A ULTIMA DEVOLUCAO E A QUANTIDADE.
      *----DEVOLUCAO DE CODIGO FORA DO MESTRE E REJEITADA
       2400-APLICA-DEVOLUCAO.
           MOVE WS-MOTIVO-DEV              TO WS-MOTDEV-PROCURA
           PERFORM 8100-PROCURA-MOTIVO
           MOVE WS-CODCLI-DEV              TO WS-EDR-CODCLI
           MOVE WS-DATADEV-DEV             TO WS-DATA-EDT
           PERFORM 8000-FORMATA-DATA
           MOVE WS-DATA-EDT-F              TO WS-EDR-DATADEV
           MOVE WS-MOTIVO-DEV              TO WS-EDR-MOTIVO

           IF WS-CODCLI-NEW NOT = WS-CODCLI-ATUAL
              MOVE "REJEITADA - CLIENTE NAO CADASTRADO"
                                           TO WS-EDR-OCORRENCIA
              PERFORM 1800-REJEITA-DEVOLUCAO
           ELSE
              IF TEM-REGISTRO
                 ADD 1                     TO WS-QTDDEV-EDN
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
                 IF WS-DATADEV-DEV NOT < WS-DATADEV-EDN
                    MOVE WS-DATADEV-DEV    TO WS-DATADEV-EDN
                    MOVE WS-MOTIVO-DEV     TO WS-MOTIVO-EDN
                 END-IF
                 MOVE "NOVA DEVOLUCAO - JA CADASTRADO"
                                           TO WS-EDR-OCORRENCIA
                 ADD 1                     TO WS-CTREINCIDENTES
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              ELSE
                 INITIALIZE WS-REG-CLI-EDN
                 MOVE WS-CODCLI-NEW        TO WS-CODCLI-EDN
                 MOVE WS-DATADEV-DEV       TO WS-DATADEV-EDN
                 MOVE WS-MOTIVO-DEV        TO WS-MOTIVO-EDN
                 MOVE 1                    TO WS-QTDDEV-EDN
                 MOVE WS-DATA-SISTEMA      TO WS-DATAREG-EDN
                 MOVE WS-LOGRCLI-NEW       TO WS-LOGRCLI-EDN
                 MOVE WS-CEPCLI-NEW        TO WS-CEPCLI-EDN
                 SET TEM-REGISTRO          TO TRUE
                 MOVE "INCLUIDA NO CADASTRO"
                                           TO WS-EDR-OCORRENCIA
                 ADD 1                     TO WS-CTINCLUIDOS
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
              MOVE WS-EDR-LINHA            TO REG-CLIEDR
              PERFORM 2950-GRAVA-LINHA-EDR
           END-IF

           PERFORM 2050-RETORNA-DEVOLUCAO
           .

       2900-GRAVA-EDN.
           WRITE REG-CLI-EDN FROM WS-REG-CLI-EDN
           IF NOT SUCESSO-EN
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIEDN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTGRAVEDN
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       2950-GRAVA-LINHA-EDR.
           WRITE REG-CLIEDR
           IF NOT SUCESSO-ER
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIEDR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       3000-TERMINO.
      *----RODAPE DO RELATORIO COM OS TOTAIS
           MOVE WS-IGUAL                   TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           MOVE "DEVOLUCOES LIDAS EM CLIDEV...................:"
                                           TO WS-EDR-TOTAL-ROTULO
           MOVE WS-CTLIDODEV               TO WS-EDR-TOTAL-VALOR
           MOVE WS-EDR-TOTAL               TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           MOVE "DEVOLUCOES REJEITADAS........................:"
                                           TO WS-EDR-TOTAL-ROTULO
           MOVE WS-CTREJDEV                TO WS-EDR-TOTAL-VALOR
           MOVE WS-EDR-TOTAL               TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           MOVE "CLIENTES INCLUIDOS NO CADASTRO...............:"
                                           TO WS-EDR-TOTAL-ROTULO
           MOVE WS-CTINCLUIDOS             TO WS-EDR-TOTAL-VALOR
           MOVE WS-EDR-TOTAL               TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           MOVE "NOVAS DEVOLUCOES DE CLIENTES JA CADASTRADOS..:"
                                           TO WS-EDR-TOTAL-ROTULO
           MOVE WS-CTREINCIDENTES          TO WS-EDR-TOTAL-VALOR
           MOVE WS-EDR-TOTAL               TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           MOVE "ENDERECOS REGULARIZADOS (INDICADOR RETIRADO).:"
                                           TO WS-EDR-TOTAL-ROTULO
           MOVE WS-CTREGULARIZADOS         TO WS-EDR-TOTAL-VALOR
           MOVE WS-EDR-TOTAL               TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR
           MOVE "CLIENTES NO NOVO CADASTRO CLIEDN.............:"
                                           TO WS-EDR-TOTAL-ROTULO
           MOVE WS-CTGRAVEDN               TO WS-EDR-TOTAL-VALOR
           MOVE WS-EDR-TOTAL               TO REG-CLIEDR
           PERFORM 2950-GRAVA-LINHA-EDR

      *----FECHA ARQ CLINEW
           CLOSE CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIEDC (QUANDO EXISTIA PARA SER ABERTO)
           IF EDC-ABERTO
              CLOSE CLIEDC
              IF NOT SUCESSO-EC
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

      *----FECHA ARQ CLIEDN
           CLOSE CLIEDN
           IF NOT SUCESSO-EN
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIEDN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIEDR
           CLOSE CLIEDR
           IF NOT SUCESSO-ER
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIEDR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-CTLIDODEV               TO WS-CTLIDODEV-F
           MOVE WS-CTREJDEV                TO WS-CTREJDEV-F
           MOVE WS-CTLIDONEW               TO WS-CTLIDONEW-F
           MOVE WS-CTLIDOEDC               TO WS-CTLIDOEDC-F
           MOVE WS-CTINCLUIDOS             TO WS-CTINCLUIDOS-F
           MOVE WS-CTREINCIDENTES          TO WS-CTREINCIDENTES-F
           MOVE WS-CTREGULARIZADOS         TO WS-CTREGULARIZADOS-F
           MOVE WS-CTGRAVEDN               TO WS-CTGRAVEDN-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE DEVOLUCOES LIDAS EM CLIDEV.........:"
                    WS-CTLIDODEV-F
           DISPLAY "TOTAL DE DEVOLUCOES REJEITADAS..............:"
                    WS-CTREJDEV-F
           DISPLAY "TOTAL DE CADASTROS LIDOS EM CLINEW..........:"
                    WS-CTLIDONEW-F
           DISPLAY "TOTAL DE REGISTROS LIDOS EM CLIEDC..........:"
                    WS-CTLIDOEDC-F
           DISPLAY "TOTAL DE CLIENTES INCLUIDOS NO CADASTRO.....:"
                    WS-CTINCLUIDOS-F
           DISPLAY "TOTAL DE NOVAS DEVOLUCOES DE JA CADASTRADOS.:"
                    WS-CTREINCIDENTES-F
           DISPLAY "TOTAL DE ENDERECOS REGULARIZADOS............:"
                    WS-CTREGULARIZADOS-F
           DISPLAY "TOTAL DE REGISTROS GRAVADOS EM CLIEDN.......:"
                    WS-CTGRAVEDN-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO (ALERTA QUANDO HA DEVOLUCAO REJEITADA)
           MOVE WS-CTLIDODEV               TO WS-QTLIDO-JRN
           MOVE WS-CTGRAVEDN               TO WS-QTGRAV-JRN
           MOVE WS-CTREJDEV                TO WS-QTREJ-JRN
           IF WS-CTREJDEV > 0
              MOVE 4                       TO WS-RC-FINAL
           ELSE
              MOVE 0                       TO WS-RC-FINAL
           END-IF
           PERFORM 9500-GRAVA-JOURNAL
           .

      *----FORMATA A DATA EM WS-DATA-EDT (AAAAMMDD) COMO DD/MM/AAAA
       8000-FORMATA-DATA.
           MOVE WS-DATA-EDT(7:2)           TO WS-DIA-EDT-F
           MOVE WS-DATA-EDT(5:2)           TO WS-MES-EDT-F
           MOVE WS-DATA-EDT(1:4)           TO WS-ANO-EDT-F
           .

      *----PROCURA O MOTIVO EM WS-MOTDEV-PROCURA NA TABELA DOS
      *----CORREIOS E DEIXA A DESCRICAO NA LINHA DO RELATORIO
       8100-PROCURA-MOTIVO.
           MOVE "N"                        TO WS-MOTDEV-ACHADO
           MOVE SPACES                     TO WS-EDR-MOTIVO-DESC
           PERFORM VARYING WS-IDX-MOTDEV FROM 1 BY 1
                   UNTIL WS-IDX-MOTDEV > 9
                   OR MOTIVO-VALIDO
              IF WS-MOTDEV-COD(WS-IDX-MOTDEV) = WS-MOTDEV-PROCURA
                 SET MOTIVO-VALIDO         TO TRUE
                 MOVE WS-MOTDEV-DESC(WS-IDX-MOTDEV)
                                           TO WS-EDR-MOTIVO-DESC
              END-IF
           END-PERFORM
           .

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
