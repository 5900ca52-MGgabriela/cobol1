      *PROJETO: GPAZ9931                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD).       *
      *RODA NO FECHAMENTO DO MES, APOS O ULTIMO MERGE DO MES: LE O     *
      *CARTAO CLIPDP (ANO/MES DE REFERENCIA E PERCENTUAL DE PROVISAO   *
      *DE CADA FAIXA DE DIAS EM ATRASO, NA ORDEM DA TABFAIXA), ABRE O  *
      *SALDO DO CLINEW (CONFERINDO OS REGISTROS DE CONTROLE) NAS       *
      *FAIXAS DA TABTAXAS E APLICA O PERCENTUAL DE CADA FAIXA. A       *
      *PROVISAO DO MES E COMPARADA COM A DO ULTIMO MES ANTERIOR DO     *
      *HISTORICO CLIPHC; A DIFERENCA DE CADA FAIXA SAI EM CLIPDL COMO  *
      *LANCAMENTO DE CONSTITUICAO OU REVERSAO, COM TRAILER DE TOTAIS,  *
      *E O MES ENTRA NO NOVO HISTORICO CLIPHN. O RELATORIO CLIPDR E O  *
      *QUADRO DA PROVISAO POR FAIXA PARA A AUDITORIA: BASE DE CALCULO  *
      *E SALDO INICIAL, MOVIMENTO E SALDO FINAL. O REPROCESSAMENTO DE  *
      *UM MES SUBSTITUI O REGISTRO DAQUELE MES NO HISTORICO. A DATA DO *
      *PROCESSAMENTO E A DATA DE NEGOCIO DO CARTAO DO MERGE (CLIPAR).  *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9931.
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
           SELECT CLIPDP ASSIGN            TO UT-S-CLIPDP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPDP
           .

           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLINEW
           .

           SELECT CLIPHC ASSIGN            TO UT-S-CLIPHC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPHC
           .

           SELECT CLIPHN ASSIGN            TO UT-S-CLIPHN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPHN
           .

           SELECT CLIPDL ASSIGN            TO UT-S-CLIPDL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPDL
           .

           SELECT CLIPDR ASSIGN            TO UT-S-CLIPDR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPDR
           .

           SELECT CLIPAR ASSIGN            TO UT-S-CLIPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPAR
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

      *----CARTAO DE PARAMETROS: ANO E MES DE REFERENCIA (AAAAMM) E
      *----PERCENTUAL DE PROVISAO DE CADA FAIXA (999V99)
       FD  CLIPDP
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIPDP
           .
       01  REG-CLIPDP                      PIC X(80).

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

      *----HISTORICO CORRENTE DA PROVISAO (UM REGISTRO POR MES)
       FD  CLIPHC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 212 CHARACTERS
           DATA RECORD IS REG-CLIPHC
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIPHC
           COPY ARQCLIPH REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==PHC==.

      *----NOVO HISTORICO DA PROVISAO (CORRENTE MAIS O MES)
       FD  CLIPHN
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 212 CHARACTERS
           DATA RECORD IS REG-CLIPHN
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIPHN
           COPY ARQCLIPH REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==PHN==.

      *----LANCAMENTOS CONTABEIS DA PROVISAO DO MES
       FD  CLIPDL
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS REG-CLIPDL
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIPDL
           COPY ARQCLIPG REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==PDL==.

      *----RELATORIO IMPRIMIVEL DO QUADRO DA PROVISAO
       FD  CLIPDR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIPDR
           .
       01  REG-CLIPDR                      PIC X(80).

      *----CARTAO DE PARAMETROS DO MERGE (SO A DATA DE PROCESSAMENTO
      *----DO NEGOCIO, DATA DO HISTORICO, DO QUADRO E DO JOURNAL)
       FD  CLIPAR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIPAR
           .
       01  REG-CLIPAR                      PIC X(80).

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

      *VARIAVEIS ESPELHO DO CLIPHC (O ULTIMO MES ANTERIOR AO DE
      *REFERENCIA FICA GUARDADO EM WS-REG-CLI-ANT)
       COPY ARQCLIPH REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==PHC==.
       COPY ARQCLIPH REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==ANT==.

      *VARIAVEIS ESPELHO DO CLIPHN
       COPY ARQCLIPH REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==PHN==.

      *VARIAVEIS ESPELHO DO CLIPDL
       COPY ARQCLIPG REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==PDL==.

      *VARIAVEIS ESPELHO DO CARTAO DE PARAMETROS
       01  WS-REG-CLIPDP.
           05 WS-ANOMES-PRM                PIC X(06).
           05 WS-PERC-PRM                  PIC X(05)
                                                   OCCURS 4 TIMES.
           05 FILLER                       PIC X(54).
       01  WS-REG-CLIPDP-R REDEFINES WS-REG-CLIPDP.
           05 FILLER                       PIC X(04).
           05 WS-MES-PRM                   PIC 9(02).
           05 WS-PERC-PRM-N                PIC 9(03)V99
                                                   OCCURS 4 TIMES.
           05 FILLER                       PIC X(54).

      *CARTAO DE PARAMETROS DO MERGE
       01  WS-REG-CLIPAR.
           05 WS-DATAPROC-PRM              PIC X(08).
           05 FILLER                       PIC X(72).

      *ANO/MES DE REFERENCIA
       77  WS-ANOMES-ATU                   PIC 9(06).

      *ULTIMO ANO/MES LIDO DO CLIPHC, PARA VALIDAR A SEQUENCIA
      *ASCENDENTE ESTRITA
       77  WS-ULTIMO-ANOMES-PHC            PIC 9(06)
                                                   VALUE ZEROS.

      *SINALIZA QUE O CLIPHC EXISTIA E FOI ABERTO (NO PRIMEIRO
      *FECHAMENTO ELE AINDA NAO EXISTE: PROVISAO ANTERIOR ZERO)
       77  WS-PHC-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 PHC-ABERTO                        VALUE "S".

      *SINALIZA QUE HA MES ANTERIOR NO HISTORICO E QUE O MES DE
      *REFERENCIA JA CONSTAVA DELE (REPROCESSAMENTO DO FECHAMENTO)
       77  WS-TEM-ANTERIOR                 PIC X(01)
                                                   VALUE "N".
              88 TEM-ANTERIOR                      VALUE "S".
       77  WS-REPROCESSAMENTO              PIC X(01)
                                                   VALUE "N".
              88 REPROCESSAMENTO                   VALUE "S".

      *TABELA DE TAXAS DE JUROS: SO OS LIMITES DE DIAS DAS FAIXAS,
      *PARA QUE A PROVISAO ABRA A DIVIDA NAS MESMAS FAIXAS DO AGING
       COPY TABTAXAS REPLACING ==:XX-:== BY ==WS-==.

       77  WS-IDX-TAXA                     PIC 9(02).

      *DESCRICAO DAS FAIXAS PARA IMPRESSAO
       COPY TABFAIXA REPLACING ==:XX-:== BY ==WS-==.

      *MOVIMENTO DA PROVISAO NA FAIXA (POSITIVO CONSTITUI, NEGATIVO
      *REVERTE) E TOTAIS DO MES
       77  WS-MOVIMENTO                    PIC S9(13)V99.
       77  WS-TOT-PROVANT                  PIC 9(13)V99.
       77  WS-TOT-MOVIMENTO                PIC S9(13)V99.
       77  WS-TOT-CONST                    PIC 9(13)V99.
       77  WS-TOT-REVER                    PIC 9(13)V99.
       77  WS-TOT-QTFAIXA                  PIC 9(07)
                                                   COMP.

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDONEW                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOPHC                    PIC 9(07)
                                                   COMP.
       77  WS-CTGRAVPHN                    PIC 9(07)
                                                   COMP.
       77  WS-CTGRAVPDL                    PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDONEW-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOPHC-F                  PIC ZZZZZZ9.
       77  WS-CTGRAVPHN-F                  PIC ZZZZZZ9.
       77  WS-CTGRAVPDL-F                  PIC ZZZZZZ9.

      *LINHAS DO QUADRO DA PROVISAO
       01  WS-PDR-TITULO                   PIC X(80)
                                                   VALUE
           "PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) - GPAZ9931".
       01  WS-PDR-MES.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "MES DE REFERENCIA....: ".
           05 WS-PDR-MES-VALOR             PIC X(07).
           05 FILLER                       PIC X(50)
                                                   VALUE SPACES.
       01  WS-PDR-MES-ANT.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "MES ANTERIOR.........: ".
           05 WS-PDR-MES-ANT-VALOR         PIC X(07).
           05 FILLER                       PIC X(50)
                                                   VALUE SPACES.
       01  WS-PDR-DATA.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DATA DO PROCESSAMENTO: ".
           05 WS-PDR-DATA-VALOR            PIC X(10).
           05 FILLER                       PIC X(47)
                                                   VALUE SPACES.
       01  WS-PDR-AVISO                    PIC X(80)
                                                   VALUE
           "REPROCESSAMENTO: SUBSTITUI O FECHAMENTO JA GRAVADO DO MES".
       01  WS-PDR-SECAO                    PIC X(80).
       01  WS-PDR-CAB-BASE.
           05 FILLER                       PIC X(20)
                                                   VALUE "FAIXA".
           05 FILLER                       PIC X(09)
                                                   VALUE "   QTDE".
           05 FILLER                       PIC X(19)
                                                   VALUE
              "   SALDO CARTEIRA".
           05 FILLER                       PIC X(08)
                                                   VALUE "      %".
           05 FILLER                       PIC X(24)
                                                   VALUE
              "    PROVISAO DO MES".
       01  WS-PDR-LINHA-BASE.
           05 WS-PDR-BS-FAIXA              PIC X(18).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-PDR-BS-QTD                PIC ZZZZZZ9.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-PDR-BS-SALDO              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-PDR-BS-PERC               PIC ZZ9,99.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-PDR-BS-PROV               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(07)
                                                   VALUE SPACES.
       01  WS-PDR-CAB-MOV.
           05 FILLER                       PIC X(19)
                                                   VALUE "FAIXA".
           05 FILLER                       PIC X(18)
                                                   VALUE
              "   SALDO INICIAL".
           05 FILLER                       PIC X(19)
                                                   VALUE
              " CONST.(REVERSAO)".
           05 FILLER                       PIC X(24)
                                                   VALUE
              "     SALDO FINAL".
       01  WS-PDR-LINHA-MOV.
           05 WS-PDR-MV-FAIXA              PIC X(18).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-PDR-MV-INICIAL            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-PDR-MV-MOVIMENTO          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-PDR-MV-FINAL              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(07)
                                                   VALUE SPACES.
       01  WS-PDR-LINHA-VAL.
           05 WS-PDR-VAL-DESC              PIC X(45).
           05 WS-PDR-VAL-VALOR             PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                       PIC X(16)
                                                   VALUE SPACES.
       01  WS-LINHA-BRANCO                 PIC X(80)
                                                   VALUE SPACES.

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLIPDP                       PIC X(02).
              88 SUCESSO-P                         VALUE "00".
              88 FIM-ARQUIVO-P                     VALUE "10".
       01  FS-CLINEW                       PIC X(02).
              88 SUCESSO-N                         VALUE "00".
              88 FIM-ARQUIVO-N                     VALUE "10".
       01  FS-CLIPHC                       PIC X(02).
              88 SUCESSO-HC                        VALUE "00".
              88 FIM-ARQUIVO-HC                    VALUE "10".
              88 PHC-INEXISTENTE                   VALUE "35".
       01  FS-CLIPHN                       PIC X(02).
              88 SUCESSO-HN                        VALUE "00".
              88 FIM-ARQUIVO-HN                    VALUE "10".
       01  FS-CLIPDL                       PIC X(02).
              88 SUCESSO-L                         VALUE "00".
              88 FIM-ARQUIVO-L                     VALUE "10".
       01  FS-CLIPDR                       PIC X(02).
              88 SUCESSO-R                         VALUE "00".
              88 FIM-ARQUIVO-R                     VALUE "10".
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
       77  WS-MSG-ERRO-PAR-AUSENTE         PIC X(40)
                                                   VALUE
           "ERRO DE CARTAO DE PARAMETROS AUSENTE".
       77  WS-MSG-ERRO-PAR-MES             PIC X(40)
                                                   VALUE
           "ERRO DE ANO/MES INVALIDO NO CARTAO".
       77  WS-MSG-ERRO-PAR-PERC            PIC X(40)
                                                   VALUE
           "ERRO DE PERCENTUAL DE FAIXA NO CARTAO".
       77  WS-MSG-ERRO-PAR-DATA            PIC X(40)
                                                   VALUE
           "ERRO DE DATA NO CARTAO CLIPAR".
       77  WS-MSG-ERRO-SEQ-HC              PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO PHC".
       77  WS-MSG-ERRO-MES-POST            PIC X(40)
                                                   VALUE
           "ERRO DE MES POSTERIOR NO HISTORICO PHC".
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
       0000-GPAZ9931.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL FIM-ARQUIVO-N
           PERFORM 2500-LER-HISTORICO UNTIL FIM-ARQUIVO-HC
           PERFORM 3000-TERMINO
           MOVE WS-RC-FINAL                TO RETURN-CODE
           STOP RUN
           .

       1000-INICIALIZAR.
           PERFORM 9400-INICIA-JOURNAL
           MOVE "GPAZ9931"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME

      *----ZERANDO VARIAVEIS CONTADORAS E ACUMULADORES
           MOVE 0                          TO WS-CTLIDONEW
                                              WS-CTLIDOPHC
                                              WS-CTGRAVPHN
                                              WS-CTGRAVPDL
                                              WS-QTD-DADOS-NEW
                                              WS-HASH-NEW
                                              WS-TOT-PROVANT
                                              WS-TOT-MOVIMENTO
                                              WS-TOT-CONST
                                              WS-TOT-REVER
                                              WS-TOT-QTFAIXA
           INITIALIZE WS-REG-CLI-PHN
                      WS-REG-CLI-ANT

           PERFORM 1050-LER-PARAMETROS
           PERFORM 1070-LER-CLIPAR
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN

      *----ABERTURA DO ARQ CLINEW PARA LEITURA
           OPEN INPUT CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIPHC PARA LEITURA; ARQUIVO AINDA
      *----INEXISTENTE (PRIMEIRO FECHAMENTO - E ESTE PROGRAMA QUEM
      *----INICIA A CORRENTE VIA CLIPHN) EQUIVALE A PROVISAO ZERO
           OPEN INPUT CLIPHC
           IF PHC-INEXISTENTE
              MOVE "10"                    TO FS-CLIPHC
           ELSE
              IF NOT SUCESSO-HC
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIPHC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET PHC-ABERTO               TO TRUE
           END-IF

      *----ABERTURA DO ARQ CLIPHN PARA GRAVACAO DO NOVO HISTORICO
           OPEN OUTPUT CLIPHN
           IF NOT SUCESSO-HN
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIPHN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIPDL PARA OS LANCAMENTOS CONTABEIS
           OPEN OUTPUT CLIPDL
           IF NOT SUCESSO-L
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIPDL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIPDR PARA O QUADRO DA PROVISAO
           OPEN OUTPUT CLIPDR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIPDR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 9000-IMPRIME-DATA

           PERFORM 1100-LER-CLINEW
           IF PHC-ABERTO
              PERFORM 1200-LER-CLIPHC
           END-IF
           .

      *----LE E CRITICA O CARTAO DE PARAMETROS: ANO/MES DE REFERENCIA
      *----E UM PERCENTUAL (0 A 100) POR FAIXA DE DIAS EM ATRASO
       1050-LER-PARAMETROS.
           OPEN INPUT CLIPDP
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIPDP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           READ CLIPDP INTO WS-REG-CLIPDP
           IF NOT SUCESSO-P
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-AUSENTE TO WS-MSG
              MOVE FS-CLIPDP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF WS-ANOMES-PRM NOT NUMERIC
              OR WS-MES-PRM < 01 OR WS-MES-PRM > 12
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-MES     TO WS-MSG
              MOVE FS-CLIPDP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1060-CRITICA-PERCENTUAL
                   VARYING WS-IDX-TAXA FROM 1 BY 1
                   UNTIL WS-IDX-TAXA > 4

           MOVE WS-ANOMES-PRM              TO WS-ANOMES-ATU

           CLOSE CLIPDP
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIPDP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1060-CRITICA-PERCENTUAL.
           IF WS-PERC-PRM(WS-IDX-TAXA) NOT NUMERIC
              OR WS-PERC-PRM-N(WS-IDX-TAXA) > 100
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-PERC    TO WS-MSG
              MOVE FS-CLIPDP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           MOVE WS-PERC-PRM-N(WS-IDX-TAXA) TO
                                   WS-PERCFAIXA-PHN(WS-IDX-TAXA)
           .

      *----DATA DE PROCESSAMENTO DO NEGOCIO DO CARTAO DO MERGE (JA
      *----CRITICADO POR ELE): E A DATA DO PROCESSAMENTO GRAVADA NO
      *----HISTORICO, IMPRESSA NO QUADRO E LEVADA AO JOURNAL, PARA QUE
      *----UM REPROCESSAMENTO OU ATRASO FIQUE NO DIA DE NEGOCIO CERTO
       1070-LER-CLIPAR.
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

       1200-LER-CLIPHC.
           READ CLIPHC INTO WS-REG-CLI-PHC
           IF SUCESSO-HC
              ADD 1                        TO WS-CTLIDOPHC
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD

      *----O HISTORICO TEM QUE VIR EM ORDEM ASCENDENTE ESTRITA DE
      *----ANO/MES (UM REGISTRO POR FECHAMENTO)
              IF WS-ANOMES-PHC NOT > WS-ULTIMO-ANOMES-PHC
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-SEQ-HC   TO WS-MSG
                 MOVE FS-CLIPHC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-ANOMES-PHC           TO WS-ULTIMO-ANOMES-PHC
           ELSE
              IF NOT FIM-ARQUIVO-HC
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIPHC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----ABRE O SALDO DEVEDOR DO CADASTRO NA FAIXA DE DIAS EM
      *----ATRASO, COM O MESMO CRITERIO DO RECALCULO DE JUROS
      *----(PGMAUX02) E DO AGING (GPAZ9911)
       2000-PROCESSAR.
           IF WS-TOTALDIVIDA-NEW > 0
              PERFORM VARYING WS-IDX-TAXA FROM 1 BY 1
                      UNTIL WS-IDX-TAXA >= 4
                      OR WS-DIASATRASO-NEW <=
                         WS-TAXA-DIAS-LIMITE(WS-IDX-TAXA)
                 CONTINUE
              END-PERFORM

              ADD 1                        TO
                                       WS-QTFAIXA-PHN(WS-IDX-TAXA)
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              ADD WS-TOTALDIVIDA-NEW       TO
                                       WS-SALDOFAIXA-PHN(WS-IDX-TAXA)
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF

           PERFORM 1100-LER-CLINEW
           .

      *----PERCORRE O HISTORICO: MESES ANTERIORES AO DE REFERENCIA
      *----ATRAVESSAM PARA O NOVO HISTORICO E O ULTIMO DELES DA A
      *----PROVISAO ANTERIOR; O PROPRIO MES DE REFERENCIA (FECHAMENTO
      *----REPROCESSADO) E DESCARTADO, POIS SERA REGRAVADO; MES
      *----POSTERIOR AO DE REFERENCIA INDICA CARTAO ERRADO
       2500-LER-HISTORICO.
           IF WS-ANOMES-PHC > WS-ANOMES-ATU
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-MES-POST    TO WS-MSG
              MOVE FS-CLIPHC               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF WS-ANOMES-PHC = WS-ANOMES-ATU
              SET REPROCESSAMENTO          TO TRUE
           ELSE
              MOVE WS-REG-CLI-PHC          TO WS-REG-CLI-ANT
              SET TEM-ANTERIOR             TO TRUE
              WRITE REG-CLI-PHN FROM WS-REG-CLI-PHC
              IF NOT SUCESSO-HN
                 MOVE WS-MSG-ERRO-WRITE    TO WS-MSG
                 MOVE FS-CLIPHN            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              ADD 1                        TO WS-CTGRAVPHN
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF

           PERFORM 1200-LER-CLIPHC
           .

       3000-TERMINO.
      *----PROVISAO DO MES POR FAIXA, MOVIMENTO CONTRA O MES ANTERIOR
      *----E LANCAMENTOS CONTABEIS
           MOVE WS-ANOMES-ATU              TO WS-ANOMES-PHN
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-PHN
           MOVE 0                          TO WS-TOTSALDO-PHN
                                              WS-TOTPROV-PHN
           PERFORM 3100-CALCULA-FAIXA
                   VARYING WS-IDX-TAXA FROM 1 BY 1
                   UNTIL WS-IDX-TAXA > 4

           PERFORM 3200-GRAVA-TRAILER-PDL

      *----O MES DE REFERENCIA ENTRA NO FIM DO NOVO HISTORICO
           WRITE REG-CLI-PHN FROM WS-REG-CLI-PHN
           IF NOT SUCESSO-HN
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIPHN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           ADD 1                           TO WS-CTGRAVPHN
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           PERFORM 3500-EMITE-QUADRO

      *----FECHA ARQ CLINEW
           CLOSE CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIPHC (QUANDO EXISTIA PARA SER ABERTO)
           IF PHC-ABERTO
              CLOSE CLIPHC
              IF NOT SUCESSO-HC
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIPHC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

      *----FECHA ARQ CLIPHN
           CLOSE CLIPHN
           IF NOT SUCESSO-HN
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIPHN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIPDL
           CLOSE CLIPDL
           IF NOT SUCESSO-L
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIPDL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIPDR
           CLOSE CLIPDR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIPDR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-CTLIDONEW               TO WS-CTLIDONEW-F
           MOVE WS-CTLIDOPHC               TO WS-CTLIDOPHC-F
           MOVE WS-CTGRAVPHN               TO WS-CTGRAVPHN-F
           MOVE WS-CTGRAVPDL               TO WS-CTGRAVPDL-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE CADASTROS LIDOS EM CLINEW..........:"
                    WS-CTLIDONEW-F
           DISPLAY "TOTAL DE MESES LIDOS EM CLIPHC..............:"
                    WS-CTLIDOPHC-F
           DISPLAY "TOTAL DE MESES GRAVADOS EM CLIPHN...........:"
                    WS-CTGRAVPHN-F
           DISPLAY "TOTAL DE REGISTROS GRAVADOS EM CLIPDL.......:"
                    WS-CTGRAVPDL-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO (ALERTA NO REPROCESSAMENTO DE UM MES
      *----JA FECHADO, CUJOS LANCAMENTOS JA PODEM TER SIDO FEITOS)
           MOVE WS-CTLIDONEW               TO WS-QTLIDO-JRN
           MOVE WS-CTGRAVPDL               TO WS-QTGRAV-JRN
           MOVE ZEROS                      TO WS-QTREJ-JRN
           IF REPROCESSAMENTO
              MOVE 4                       TO WS-RC-FINAL
           ELSE
              MOVE 0                       TO WS-RC-FINAL
           END-IF
           PERFORM 9500-GRAVA-JOURNAL
           .

      *----PROVISAO DA FAIXA = SALDO DA CARTEIRA NA FAIXA X PERCENTUAL
      *----DO CARTAO; O MOVIMENTO CONTRA A PROVISAO DO MES ANTERIOR
      *----SAI COMO CONSTITUICAO (AUMENTO) OU REVERSAO (REDUCAO)
       3100-CALCULA-FAIXA.
           COMPUTE WS-PROVFAIXA-PHN(WS-IDX-TAXA) ROUNDED =
                   WS-SALDOFAIXA-PHN(WS-IDX-TAXA) *
                   WS-PERCFAIXA-PHN(WS-IDX-TAXA) / 100
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-COMPUTE

           ADD WS-SALDOFAIXA-PHN(WS-IDX-TAXA)
                                           TO WS-TOTSALDO-PHN
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-PROVFAIXA-PHN(WS-IDX-TAXA)
                                           TO WS-TOTPROV-PHN
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-PROVFAIXA-ANT(WS-IDX-TAXA)
                                           TO WS-TOT-PROVANT
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-QTFAIXA-PHN(WS-IDX-TAXA) TO WS-TOT-QTFAIXA
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           COMPUTE WS-MOVIMENTO =
                   WS-PROVFAIXA-PHN(WS-IDX-TAXA) -
                   WS-PROVFAIXA-ANT(WS-IDX-TAXA)
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-COMPUTE
           ADD WS-MOVIMENTO                TO WS-TOT-MOVIMENTO
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           IF WS-MOVIMENTO NOT = 0
              INITIALIZE WS-REG-CLI-PDL
              MOVE "D"                     TO WS-TIPOREG-PDL
              MOVE WS-ANOMES-ATU           TO WS-ANOMES-PDL
              MOVE WS-IDX-TAXA             TO WS-FAIXA-PDL
              MOVE WS-SALDOFAIXA-PHN(WS-IDX-TAXA)
                                           TO WS-SALDOFAIXA-PDL
              MOVE WS-PERCFAIXA-PHN(WS-IDX-TAXA)
                                           TO WS-PERCFAIXA-PDL
              MOVE WS-PROVFAIXA-ANT(WS-IDX-TAXA)
                                           TO WS-PROVANT-PDL
              MOVE WS-PROVFAIXA-PHN(WS-IDX-TAXA)
                                           TO WS-PROVATU-PDL
              IF WS-MOVIMENTO > 0
                 MOVE "C"                  TO WS-TIPOLANC-PDL
                 MOVE WS-MOVIMENTO         TO WS-VALOR-PDL
                 ADD WS-MOVIMENTO          TO WS-TOT-CONST
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              ELSE
                 MOVE "R"                  TO WS-TIPOLANC-PDL
                 COMPUTE WS-VALOR-PDL = 0 - WS-MOVIMENTO
                 ADD WS-VALOR-PDL          TO WS-TOT-REVER
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
              PERFORM 3300-GRAVA-PDL
           END-IF
           .

      *----TRAILER DOS LANCAMENTOS COM OS TOTAIS DO MES, GRAVADO
      *----MESMO SEM MOVIMENTO, PARA QUE A CONTABILIDADE CONFIRA A
      *----PROVISAO ANTERIOR E A ATUAL
       3200-GRAVA-TRAILER-PDL.
           INITIALIZE WS-REG-CLI-PDL
           MOVE "T"                        TO WS-TIPOREG-PDL
           MOVE WS-ANOMES-ATU              TO WS-ANOMES-T-PDL
           MOVE WS-TOT-CONST               TO WS-TOTCONST-PDL
           MOVE WS-TOT-REVER               TO WS-TOTREVER-PDL
           MOVE WS-TOT-PROVANT             TO WS-TOTPROVANT-PDL
           MOVE WS-TOTPROV-PHN             TO WS-TOTPROVATU-PDL
           PERFORM 3300-GRAVA-PDL
           .

       3300-GRAVA-PDL.
           WRITE REG-CLI-PDL FROM WS-REG-CLI-PDL
           IF NOT SUCESSO-L
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIPDL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTGRAVPDL
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----QUADRO DA PROVISAO PARA A AUDITORIA: BASE DE CALCULO POR
      *----FAIXA E MOVIMENTACAO (SALDO INICIAL, CONSTITUICAO OU
      *----REVERSAO E SALDO FINAL) POR FAIXA, COM OS TOTAIS
       3500-EMITE-QUADRO.
           PERFORM 4200-GRAVA-IGUAL
           MOVE WS-PDR-TITULO              TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA

           MOVE SPACES                     TO WS-PDR-MES-VALOR
           STRING WS-ANOMES-PRM(5:2) "/" WS-ANOMES-PRM(1:4)
                  DELIMITED BY SIZE INTO WS-PDR-MES-VALOR
           MOVE WS-PDR-MES                 TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA

           IF TEM-ANTERIOR
              MOVE SPACES                  TO WS-PDR-MES-ANT-VALOR
              STRING WS-ANOMES-ANT(5:2) "/" WS-ANOMES-ANT(1:4)
                     DELIMITED BY SIZE INTO WS-PDR-MES-ANT-VALOR
           ELSE
              MOVE "NENHUM"                TO WS-PDR-MES-ANT-VALOR
           END-IF
           MOVE WS-PDR-MES-ANT             TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA

           MOVE WS-DATA-SISTEMA-F          TO WS-PDR-DATA-VALOR
           MOVE WS-PDR-DATA                TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           IF REPROCESSAMENTO
              MOVE WS-PDR-AVISO            TO REG-CLIPDR
              PERFORM 4100-GRAVA-LINHA
           END-IF
           PERFORM 4200-GRAVA-IGUAL

           MOVE "BASE DE CALCULO"          TO WS-PDR-SECAO
           MOVE WS-PDR-SECAO               TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           MOVE WS-PDR-CAB-BASE            TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           PERFORM 3600-EMITE-BASE
                   VARYING WS-IDX-TAXA FROM 1 BY 1
                   UNTIL WS-IDX-TAXA > 4
           MOVE "TOTAL"                    TO WS-PDR-BS-FAIXA
           MOVE WS-TOT-QTFAIXA             TO WS-PDR-BS-QTD
           MOVE WS-TOTSALDO-PHN            TO WS-PDR-BS-SALDO
           MOVE 0                          TO WS-PDR-BS-PERC
           MOVE WS-TOTPROV-PHN             TO WS-PDR-BS-PROV
           MOVE WS-PDR-LINHA-BASE          TO REG-CLIPDR
           MOVE SPACES                     TO REG-CLIPDR(49:6)
           PERFORM 4100-GRAVA-LINHA

           MOVE WS-LINHA-BRANCO            TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           MOVE "MOVIMENTACAO DA PROVISAO" TO WS-PDR-SECAO
           MOVE WS-PDR-SECAO               TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           MOVE WS-PDR-CAB-MOV             TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           PERFORM 3700-EMITE-MOVIMENTO
                   VARYING WS-IDX-TAXA FROM 1 BY 1
                   UNTIL WS-IDX-TAXA > 4
           MOVE "TOTAL"                    TO WS-PDR-MV-FAIXA
           MOVE WS-TOT-PROVANT             TO WS-PDR-MV-INICIAL
           MOVE WS-TOT-MOVIMENTO           TO WS-PDR-MV-MOVIMENTO
           MOVE WS-TOTPROV-PHN             TO WS-PDR-MV-FINAL
           MOVE WS-PDR-LINHA-MOV           TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA

      *----RESUMO DOS LANCAMENTOS CONTABEIS DO MES (CLIPDL)
           MOVE WS-LINHA-BRANCO            TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           MOVE "LANCAMENTOS CONTABEIS"    TO WS-PDR-SECAO
           MOVE WS-PDR-SECAO               TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           PERFORM 4200-GRAVA-IGUAL
           MOVE "CONSTITUICAO DE PROVISAO (DESPESA)...........:"
                                           TO WS-PDR-VAL-DESC
           MOVE WS-TOT-CONST               TO WS-PDR-VAL-VALOR
           PERFORM 4300-GRAVA-VALOR
           MOVE "REVERSAO DE PROVISAO (RECEITA)...............:"
                                           TO WS-PDR-VAL-DESC
           MOVE WS-TOT-REVER               TO WS-PDR-VAL-VALOR
           PERFORM 4300-GRAVA-VALOR
           MOVE "EFEITO LIQUIDO NO RESULTADO DO MES...........:"
                                           TO WS-PDR-VAL-DESC
           MOVE WS-TOT-MOVIMENTO           TO WS-PDR-VAL-VALOR
           PERFORM 4300-GRAVA-VALOR
           PERFORM 4200-GRAVA-IGUAL
           .

       3600-EMITE-BASE.
           MOVE WS-FAIXA-DESC(WS-IDX-TAXA) TO WS-PDR-BS-FAIXA
           MOVE WS-QTFAIXA-PHN(WS-IDX-TAXA)
                                           TO WS-PDR-BS-QTD
           MOVE WS-SALDOFAIXA-PHN(WS-IDX-TAXA)
                                           TO WS-PDR-BS-SALDO
           MOVE WS-PERCFAIXA-PHN(WS-IDX-TAXA)
                                           TO WS-PDR-BS-PERC
           MOVE WS-PROVFAIXA-PHN(WS-IDX-TAXA)
                                           TO WS-PDR-BS-PROV
           MOVE WS-PDR-LINHA-BASE          TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           .

       3700-EMITE-MOVIMENTO.
           MOVE WS-FAIXA-DESC(WS-IDX-TAXA) TO WS-PDR-MV-FAIXA
           MOVE WS-PROVFAIXA-ANT(WS-IDX-TAXA)
                                           TO WS-PDR-MV-INICIAL
           COMPUTE WS-PDR-MV-MOVIMENTO =
                   WS-PROVFAIXA-PHN(WS-IDX-TAXA) -
                   WS-PROVFAIXA-ANT(WS-IDX-TAXA)
           MOVE WS-PROVFAIXA-PHN(WS-IDX-TAXA)
                                           TO WS-PDR-MV-FINAL
           MOVE WS-PDR-LINHA-MOV           TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           .

       4100-GRAVA-LINHA.
           WRITE REG-CLIPDR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIPDR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       4200-GRAVA-IGUAL.
           MOVE WS-IGUAL                   TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           .

       4300-GRAVA-VALOR.
           MOVE WS-PDR-LINHA-VAL           TO REG-CLIPDR
           PERFORM 4100-GRAVA-LINHA
           .

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
