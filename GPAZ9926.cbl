      *PROJETO: GPAZ9926                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: SELECAO MENSAL DAS CONTAS A BAIXAR PARA PERDA.        *
      *LE O CLINEW APOS O MERGE (CONFERINDO OS REGISTROS DE CONTROLE), *
      *O ARQUIVO DE SITUACAO DE COLOCACAO NA AGENCIA (CLIPLC) E O DE   *
      *ACORDOS DE PARCELAMENTO (CLIAPC), E SELECIONA AS CONTAS COM     *
      *DIAS EM ATRASO E SALDO DEVEDOR NO MINIMO IGUAIS AOS DO CARTAO   *
      *CLIBXP E, QUANDO O CARTAO INFORMA SITUACOES DA AGENCIA (EX. "SL"*
      *SEM LOCALIZACAO, "DV" DEVOLVIDA), COLOCADAS NA AGENCIA COM UMA  *
      *DESSAS SITUACOES. CONTA COM ACORDO VIGENTE NAO E BAIXADA. CADA  *
      *CONTA SELECIONADA SAI NO ARQ CLIBXM COMO MOVIMENTO DE BAIXA     *
      *PARA PERDA (TIPOMOV "B"), NO LAYOUT DO CLIMOV E EM ORDEM        *
      *ASCENDENTE DE CODCLI - TEM QUE SER INTERCALADO (SORT-MERGE POR  *
      *CODCLI) COM O CLIMOV DO DIA ANTES DO MERGE (GPAZ9906), QUE TIRA *
      *A CONTA DO CADASTRO PARA A CARTEIRA BAIXADA (CLIBXA) E LANCA A  *
      *BAIXA NO EXTRATO CONTABIL (CLIACR). O RELATORIO CLIBXL LISTA OS *
      *CRITERIOS, AS CONTAS SELECIONADAS E OS TOTAIS, PARA CONFERENCIA *
      *DA CONTABILIDADE ANTES DA APLICACAO.                            *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9926.
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
           SELECT CLIBXP ASSIGN            TO UT-S-CLIBXP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBXP
           .

           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLINEW
           .

           SELECT CLIPLC ASSIGN            TO UT-S-CLIPLC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPLC
           .

           SELECT CLIAPC ASSIGN            TO UT-S-CLIAPC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAPC
           .

           SELECT CLIBXM ASSIGN            TO UT-S-CLIBXM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBXM
           .

           SELECT CLIBXL ASSIGN            TO UT-S-CLIBXL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBXL
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

      *----CARTAO DE PARAMETROS: CRITERIOS DA BAIXA PARA PERDA
       FD  CLIBXP
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIBXP
           .
       01  REG-CLIBXP                      PIC X(80).

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

       FD  CLIPLC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS REG-CLIPLC
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIPLC (SITUACAO DE
      *----COLOCACAO CORRENTE)
           COPY ARQCLIPL REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==PLC==.

       FD  CLIAPC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 372 CHARACTERS
           DATA RECORD IS REG-CLI-APC
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIAPC (ACORDOS DE
      *----PARCELAMENTO CORRENTES)
           COPY ARQCLIAP REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==APC==.

      *----MOVIMENTOS DE BAIXA PARA PERDA (TIPOMOV "B") PARA O MERGE
       FD  CLIBXM
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REG-CLIBXM
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIBXM
           COPY ARQCLI03 REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==BXM==.

      *----RELATORIO IMPRIMIVEL DAS CONTAS SELECIONADAS PARA BAIXA
       FD  CLIBXL
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIBXL
           .
       01  REG-CLIBXL                      PIC X(80).

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

      *VARIAVEIS ESPELHO DO CLIPLC
       COPY ARQCLIPL REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==PLC==.

      *VARIAVEIS ESPELHO DO CLIAPC
       COPY ARQCLIAP REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==APC==.

      *VARIAVEIS ESPELHO DO CLIBXM
       COPY ARQCLI03 REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==BXM==.

      *VARIAVEIS ESPELHO DO CARTAO DE PARAMETROS: DIAS EM ATRASO
      *MINIMO, SALDO DEVEDOR MINIMO E ATE 4 SITUACOES DA AGENCIA
      *(EM BRANCO = A SITUACAO NA AGENCIA NAO E CRITERIO)
       01  WS-REG-CLIBXP.
           05 WS-DIASMIN-PRM               PIC X(03).
           05 WS-SALDOMIN-PRM              PIC X(10).
           05 WS-SITUACOES-PRM.
              10 WS-SITUACAO-PRM           PIC X(02)
                                                   OCCURS 4 TIMES.
           05 FILLER                       PIC X(59).
       01  WS-REG-CLIBXP-R REDEFINES WS-REG-CLIBXP.
           05 FILLER                       PIC X(03).
           05 WS-SALDOMIN-PRM-N            PIC 9(08)V99.
           05 FILLER                       PIC X(67).
       77  WS-DIASMIN                      PIC 9(03).
       77  WS-SALDOMIN                     PIC 9(08)V99.
       77  WS-IDX-SIT                      PIC 9(01).

      *SINALIZA QUE O CARTAO INFORMOU SITUACAO DA AGENCIA
       77  WS-EXIGE-SITUACAO               PIC X(01)
                                                   VALUE "N".
              88 EXIGE-SITUACAO                    VALUE "S".

      *RESULTADO DA ANALISE DA CONTA CORRENTE
       77  WS-SITUACAO-CONTA               PIC X(02).
       77  WS-SITUACAO-ACEITA              PIC X(01).
              88 SITUACAO-ACEITA                   VALUE "S".

      *ULTIMO CODCLI LIDO DO CLIPLC E DO CLIAPC, PARA VALIDAR A
      *SEQUENCIA ASCENDENTE ESTRITA
       77  WS-ULTIMO-CODCLI-PLC            PIC X(04)
                                                   VALUE LOW-VALUES.
       77  WS-ULTIMO-CODCLI-APC            PIC X(04)
                                                   VALUE LOW-VALUES.

      *SINALIZA QUE O CLIPLC E O CLIAPC EXISTIAM E FORAM ABERTOS
      *(ANTES DA PRIMEIRA COLOCACAO OU DO PRIMEIRO ACORDO ELES AINDA
      *NAO EXISTEM E SAO TRATADOS COMO VAZIOS)
       77  WS-PLC-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 PLC-ABERTO                        VALUE "S".
       77  WS-APC-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 APC-ABERTO                        VALUE "S".

      *ACUMULADORES DE VALOR
       77  WS-TOT-SELECIONADO              PIC 9(13)V99.

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDONEW                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOPLC                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOAPC                    PIC 9(07)
                                                   COMP.
       77  WS-CTSELECIONADAS               PIC 9(07)
                                                   COMP.
       77  WS-CTACORDO                     PIC 9(07)
                                                   COMP.
       77  WS-CTFORA-SITUACAO              PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDONEW-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOPLC-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOAPC-F                  PIC ZZZZZZ9.
       77  WS-CTSELECIONADAS-F             PIC ZZZZZZ9.
       77  WS-CTACORDO-F                   PIC ZZZZZZ9.
       77  WS-CTFORA-SITUACAO-F            PIC ZZZZZZ9.

      *LINHAS DO RELATORIO DE SELECAO PARA BAIXA
       01  WS-BXL-TITULO                   PIC X(80)
                                                   VALUE
           "SELECAO DE CONTAS PARA BAIXA PARA PERDA - GPAZ9926".
       01  WS-BXL-DATA.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DATA DO PROCESSAMENTO: ".
           05 WS-BXL-DATA-VALOR            PIC X(10).
           05 FILLER                       PIC X(47)
                                                   VALUE SPACES.
       01  WS-BXL-DATA-F.
           05 WS-BXL-DIA-F                 PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-BXL-MES-F                 PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-BXL-ANO-F                 PIC 9(04).
       01  WS-BXL-SECAO                    PIC X(80).
       01  WS-BXL-LINHA-SIT.
           05 FILLER                       PIC X(45)
                                                   VALUE
              "SITUACOES NA AGENCIA EXIGIDAS...............:".
           05 WS-BXL-SIT-VALOR             PIC X(14).
           05 FILLER                       PIC X(21)
                                                   VALUE SPACES.
       01  WS-BXL-CAB-DET.
           05 FILLER                       PIC X(06)
                                                   VALUE "CODCLI".
           05 FILLER                       PIC X(27)
                                                   VALUE " NOME".
           05 FILLER                       PIC X(05)
                                                   VALUE " DIAS".
           05 FILLER                       PIC X(04)
                                                   VALUE " SIT".
           05 FILLER                       PIC X(20)
                                                   VALUE
              "       SALDO DEVEDOR".
           05 FILLER                       PIC X(18)
                                                   VALUE SPACES.
       01  WS-BXL-LINHA-DET.
           05 WS-BXL-DET-CODCLI            PIC X(04).
           05 FILLER                       PIC X(03)
                                                   VALUE SPACES.
           05 WS-BXL-DET-NOME              PIC X(25).
           05 FILLER                       PIC X(03)
                                                   VALUE SPACES.
           05 WS-BXL-DET-DIAS              PIC ZZ9.
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BXL-DET-SIT               PIC X(02).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-BXL-DET-SALDO             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(23)
                                                   VALUE SPACES.
       01  WS-BXL-LINHA-VOL.
           05 WS-BXL-VOL-DESC              PIC X(45).
           05 WS-BXL-VOL-VALOR             PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(26)
                                                   VALUE SPACES.
       01  WS-BXL-LINHA-VAL.
           05 WS-BXL-VAL-DESC              PIC X(45).
           05 WS-BXL-VAL-VALOR             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(17)
                                                   VALUE SPACES.
       01  WS-LINHA-BRANCO                 PIC X(80)
                                                   VALUE SPACES.

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLIBXP                       PIC X(02).
              88 SUCESSO-PR                        VALUE "00".
              88 FIM-ARQUIVO-PR                    VALUE "10".
       01  FS-CLINEW                       PIC X(02).
              88 SUCESSO-N                         VALUE "00".
              88 FIM-ARQUIVO-N                     VALUE "10".
       01  FS-CLIPLC                       PIC X(02).
              88 SUCESSO-PC                        VALUE "00".
              88 FIM-ARQUIVO-PC                    VALUE "10".
              88 PLC-INEXISTENTE                   VALUE "35".
       01  FS-CLIAPC                       PIC X(02).
              88 SUCESSO-AP                        VALUE "00".
              88 FIM-ARQUIVO-AP                    VALUE "10".
              88 APC-INEXISTENTE                   VALUE "35".
       01  FS-CLIBXM                       PIC X(02).
              88 SUCESSO-BM                        VALUE "00".
              88 FIM-ARQUIVO-BM                    VALUE "10".
       01  FS-CLIBXL                       PIC X(02).
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
       77  WS-MSG-ERRO-PAR-AUSENTE        PIC X(40)
                                                   VALUE
           "ERRO DE CARTAO DE PARAMETROS AUSENTE".
       77  WS-MSG-ERRO-PAR-DIAS           PIC X(40)
                                                   VALUE
           "ERRO DE LIMITE DE DIAS NO CARTAO".
       77  WS-MSG-ERRO-PAR-SALDO          PIC X(40)
                                                   VALUE
           "ERRO DE SALDO MINIMO NO CARTAO".
       77  WS-MSG-ERRO-PAR-SIT            PIC X(40)
                                                   VALUE
           "ERRO DE SITUACAO DA AGENCIA NO CARTAO".
       77  WS-MSG-ERRO-SEQ-PC             PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO PLC".
       77  WS-MSG-ERRO-SEQ-AP             PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO APC".
       77  WS-MSG-ERRO-CTL-NEW            PIC X(40)
                                                   VALUE
           "ERRO DE CONTROLE AUSENTE NO ARQUIVO NEW".
       77  WS-MSG-ERRO-TOT-NEW            PIC X(40)
                                                   VALUE
           "ERRO DE TOTAIS DO ARQUIVO NEW".
       77  WS-MSG-ERRO-TRUNC-NEW          PIC X(40)
                                                   VALUE
           "ERRO DE ARQUIVO NEW TRUNCADO".
       77  WS-MSG-ERRO-POS-TRL-N          PIC X(40)
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
       0000-GPAZ9926.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL FIM-ARQUIVO-N
           PERFORM 3000-TERMINO
           MOVE WS-RC-FINAL                TO RETURN-CODE
           STOP RUN
           .

       1000-INICIALIZAR.
           PERFORM 9400-INICIA-JOURNAL
           MOVE "GPAZ9926"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME

      *----ZERANDO VARIAVEIS CONTADORAS E ACUMULADORES
           MOVE 0                          TO WS-CTLIDONEW
                                              WS-CTLIDOPLC
                                              WS-CTLIDOAPC
                                              WS-CTSELECIONADAS
                                              WS-CTACORDO
                                              WS-CTFORA-SITUACAO
                                              WS-QTD-DADOS-NEW
                                              WS-HASH-NEW
                                              WS-TOT-SELECIONADO

           PERFORM 1050-LER-PARAMETROS

      *----ABERTURA DO ARQ CLINEW PARA LEITURA
           OPEN INPUT CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIPLC PARA LEITURA; ARQUIVO AINDA
      *----INEXISTENTE EQUIVALE A NENHUMA CONTA COLOCADA NA AGENCIA
           OPEN INPUT CLIPLC
           IF PLC-INEXISTENTE
              MOVE "10"                    TO FS-CLIPLC
              MOVE HIGH-VALUES             TO WS-CODCLI-PLC
           ELSE
              IF NOT SUCESSO-PC
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIPLC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET PLC-ABERTO               TO TRUE
           END-IF

      *----ABERTURA DO ARQ CLIAPC PARA LEITURA; ARQUIVO AINDA
      *----INEXISTENTE EQUIVALE A NENHUM ACORDO DE PARCELAMENTO
           OPEN INPUT CLIAPC
           IF APC-INEXISTENTE
              MOVE "10"                    TO FS-CLIAPC
              MOVE HIGH-VALUES             TO WS-CODCLI-APC
           ELSE
              IF NOT SUCESSO-AP
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET APC-ABERTO               TO TRUE
           END-IF

      *----ABERTURA DO ARQ CLIBXM PARA OS MOVIMENTOS DE BAIXA
           OPEN OUTPUT CLIBXM
           IF NOT SUCESSO-BM
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIBXM               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIBXL PARA GRAVACAO DO RELATORIO
           OPEN OUTPUT CLIBXL
           IF NOT SUCESSO-BL
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIBXL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-DATA-SISTEMA          FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN
           PERFORM 9000-IMPRIME-DATA

           PERFORM 1300-GRAVA-CABECALHO

           PERFORM 1100-LER-CLINEW
           IF PLC-ABERTO
              PERFORM 1200-LER-CLIPLC
           END-IF
           IF APC-ABERTO
              PERFORM 1250-LER-CLIAPC
           END-IF
           .

      *----LE E CRITICA O CARTAO DE PARAMETROS: DIAS EM ATRASO
      *----MINIMO (MAIOR QUE ZERO), SALDO DEVEDOR MINIMO (NUMERICO) E
      *----AS SITUACOES DA AGENCIA EXIGIDAS (SO SITUACOES CONHECIDAS)
       1050-LER-PARAMETROS.
           OPEN INPUT CLIBXP
           IF NOT SUCESSO-PR
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIBXP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           READ CLIBXP INTO WS-REG-CLIBXP
           IF NOT SUCESSO-PR
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-AUSENTE TO WS-MSG
              MOVE FS-CLIBXP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF WS-DIASMIN-PRM NOT NUMERIC
              OR WS-DIASMIN-PRM = ZEROS
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-DIAS    TO WS-MSG
              MOVE FS-CLIBXP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           MOVE WS-DIASMIN-PRM             TO WS-DIASMIN

           IF WS-SALDOMIN-PRM NOT NUMERIC
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-SALDO   TO WS-MSG
              MOVE FS-CLIBXP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           MOVE WS-SALDOMIN-PRM-N          TO WS-SALDOMIN

           PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
                   UNTIL WS-IDX-SIT > 4
              IF WS-SITUACAO-PRM(WS-IDX-SIT) NOT = SPACES
                 IF WS-SITUACAO-PRM(WS-IDX-SIT) = "EN" OR "AC"
                    OR "PG" OR "SL" OR "DV"
                    SET EXIGE-SITUACAO     TO TRUE
                 ELSE
                    MOVE 8                 TO WS-RC-FINAL
                    MOVE WS-MSG-ERRO-PAR-SIT
                                           TO WS-MSG
                    MOVE FS-CLIBXP         TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CLIBXP
           IF NOT SUCESSO-PR
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIBXP               TO WS-FS
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

       1200-LER-CLIPLC.
           READ CLIPLC INTO WS-REG-CLI-PLC
           IF SUCESSO-PC
              ADD 1                        TO WS-CTLIDOPLC
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD

      *----A SITUACAO DE COLOCACAO TEM QUE VIR EM ORDEM ASCENDENTE
      *----ESTRITA DE CODCLI (UM REGISTRO POR CONTA)
              IF WS-CODCLI-PLC NOT > WS-ULTIMO-CODCLI-PLC
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-SEQ-PC   TO WS-MSG
                 MOVE FS-CLIPLC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-CODCLI-PLC           TO WS-ULTIMO-CODCLI-PLC
           ELSE
              IF FIM-ARQUIVO-PC
                 MOVE HIGH-VALUES          TO WS-CODCLI-PLC
              ELSE
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIPLC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1250-LER-CLIAPC.
           READ CLIAPC INTO WS-REG-CLI-APC
           IF SUCESSO-AP
              ADD 1                        TO WS-CTLIDOAPC
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD

      *----OS ACORDOS TEM QUE VIR EM ORDEM ASCENDENTE ESTRITA DE
      *----CODCLI (UM ACORDO POR CLIENTE)
              IF WS-CODCLI-APC NOT > WS-ULTIMO-CODCLI-APC
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-SEQ-AP   TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-CODCLI-APC           TO WS-ULTIMO-CODCLI-APC
           ELSE
              IF FIM-ARQUIVO-AP
                 MOVE HIGH-VALUES          TO WS-CODCLI-APC
              ELSE
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1300-GRAVA-CABECALHO.
           PERFORM 4200-GRAVA-IGUAL
           MOVE WS-BXL-TITULO              TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA

           MOVE WS-DATA-SISTEMA(7:2)       TO WS-BXL-DIA-F
           MOVE WS-DATA-SISTEMA(5:2)       TO WS-BXL-MES-F
           MOVE WS-DATA-SISTEMA(1:4)       TO WS-BXL-ANO-F
           MOVE WS-BXL-DATA-F              TO WS-BXL-DATA-VALOR
           MOVE WS-BXL-DATA                TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA
           PERFORM 4200-GRAVA-IGUAL

           MOVE "CRITERIOS DA SELECAO"     TO WS-BXL-SECAO
           MOVE WS-BXL-SECAO               TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA

           MOVE "DIAS EM ATRASO MINIMO.......................:"
                                           TO WS-BXL-VOL-DESC
           MOVE WS-DIASMIN                 TO WS-BXL-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "SALDO DEVEDOR MINIMO........................:"
                                           TO WS-BXL-VAL-DESC
           MOVE WS-SALDOMIN                TO WS-BXL-VAL-VALOR
           PERFORM 4400-GRAVA-VALOR

           IF EXIGE-SITUACAO
              MOVE SPACES                  TO WS-BXL-SIT-VALOR
              STRING WS-SITUACAO-PRM(1) " " WS-SITUACAO-PRM(2) " "
                     WS-SITUACAO-PRM(3) " " WS-SITUACAO-PRM(4)
                     DELIMITED BY SIZE INTO WS-BXL-SIT-VALOR
           ELSE
              MOVE "NENHUMA"               TO WS-BXL-SIT-VALOR
           END-IF
           MOVE WS-BXL-LINHA-SIT           TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA

           MOVE WS-LINHA-BRANCO            TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA
           MOVE "CONTAS SELECIONADAS PARA BAIXA"
                                           TO WS-BXL-SECAO
           MOVE WS-BXL-SECAO               TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA
           PERFORM 4200-GRAVA-IGUAL
           MOVE WS-BXL-CAB-DET             TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA
           .

      *----UMA CONTA DO CADASTRO: POSICIONA A SITUACAO NA AGENCIA E O
      *----ACORDO DE PARCELAMENTO NO MESMO CODCLI (REGISTROS SEM
      *----CADASTRO SAO HISTORICO DE CLIENTE JA EXCLUIDO E SAO
      *----PULADOS) E APLICA OS CRITERIOS DO CARTAO
       2000-PROCESSAR.
           PERFORM 1200-LER-CLIPLC
                   UNTIL WS-CODCLI-PLC NOT < WS-CODCLI-NEW
           PERFORM 1250-LER-CLIAPC
                   UNTIL WS-CODCLI-APC NOT < WS-CODCLI-NEW

           IF WS-DIASATRASO-NEW NOT < WS-DIASMIN
              AND WS-TOTALDIVIDA-NEW NOT < WS-SALDOMIN
              AND WS-TOTALDIVIDA-NEW > 0
              PERFORM 2100-ANALISA-CONTA
           END-IF

           PERFORM 1100-LER-CLINEW
           .

      *----CONTA DENTRO DOS LIMITES DE ATRASO E SALDO: ACORDO VIGENTE
      *----SEGURA A BAIXA (O CLIENTE ESTA PAGANDO O PARCELAMENTO); COM
      *----SITUACAO EXIGIDA NO CARTAO, A CONTA TEM QUE ESTAR NA AGENCIA
      *----EM UMA DELAS
       2100-ANALISA-CONTA.
           IF WS-CODCLI-APC = WS-CODCLI-NEW
              AND WS-ACORDO-VIGENTE-APC
              ADD 1                        TO WS-CTACORDO
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF WS-CODCLI-PLC = WS-CODCLI-NEW
                 MOVE WS-SITUACAO-PLC      TO WS-SITUACAO-CONTA
              ELSE
                 MOVE SPACES               TO WS-SITUACAO-CONTA
              END-IF

              IF EXIGE-SITUACAO
                 MOVE "N"                  TO WS-SITUACAO-ACEITA
                 IF WS-SITUACAO-CONTA NOT = SPACES
                    PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
                            UNTIL WS-IDX-SIT > 4
                       IF WS-SITUACAO-PRM(WS-IDX-SIT) =
                          WS-SITUACAO-CONTA
                          SET SITUACAO-ACEITA
                                           TO TRUE
                       END-IF
                    END-PERFORM
                 END-IF
              ELSE
                 SET SITUACAO-ACEITA       TO TRUE
              END-IF

              IF SITUACAO-ACEITA
                 PERFORM 2200-GRAVA-BAIXA
              ELSE
                 ADD 1                     TO WS-CTFORA-SITUACAO
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
           END-IF
           .

      *----CONTA SELECIONADA: MOVIMENTO "B" COM OS DADOS CADASTRAIS
      *----PARA O MERGE E LINHA DE DETALHE NO RELATORIO
       2200-GRAVA-BAIXA.
           MOVE WS-CODCLI-NEW              TO WS-CODCLI-BXM
           MOVE WS-NOMECLI-NEW             TO WS-NOMECLI-BXM
           MOVE WS-ENDCLI-NEW              TO WS-ENDCLI-BXM
           MOVE WS-FONECLI-NEW             TO WS-FONECLI-BXM
           MOVE WS-TOTALDIVIDA-NEW         TO WS-TOTALDIVIDA-BXM
           MOVE WS-DIASATRASO-NEW          TO WS-DIASATRASO-BXM
           MOVE WS-CPFCLI-NEW              TO WS-CPFCLI-BXM
           MOVE "B"                        TO WS-TIPOMOV-BXM

           WRITE REG-CLI-BXM FROM WS-REG-CLI-BXM
           IF NOT SUCESSO-BM
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIBXM               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE WS-CODCLI-NEW              TO WS-BXL-DET-CODCLI
           MOVE WS-NOMECLI-NEW             TO WS-BXL-DET-NOME
           MOVE WS-DIASATRASO-NEW          TO WS-BXL-DET-DIAS
           MOVE WS-SITUACAO-CONTA          TO WS-BXL-DET-SIT
           MOVE WS-TOTALDIVIDA-NEW         TO WS-BXL-DET-SALDO
           MOVE WS-BXL-LINHA-DET           TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA

           ADD 1                           TO WS-CTSELECIONADAS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-TOTALDIVIDA-NEW          TO WS-TOT-SELECIONADO
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       3000-TERMINO.
           PERFORM 3100-EMITE-TOTAIS

      *----FECHA ARQ CLINEW
           CLOSE CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIPLC (QUANDO EXISTIA PARA SER ABERTO)
           IF PLC-ABERTO
              CLOSE CLIPLC
              IF NOT SUCESSO-PC
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIPLC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

      *----FECHA ARQ CLIAPC (QUANDO EXISTIA PARA SER ABERTO)
           IF APC-ABERTO
              CLOSE CLIAPC
              IF NOT SUCESSO-AP
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

      *----FECHA ARQ CLIBXM
           CLOSE CLIBXM
           IF NOT SUCESSO-BM
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIBXM               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLIBXL
           CLOSE CLIBXL
           IF NOT SUCESSO-BL
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIBXL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-CTLIDONEW               TO WS-CTLIDONEW-F
           MOVE WS-CTLIDOPLC               TO WS-CTLIDOPLC-F
           MOVE WS-CTLIDOAPC               TO WS-CTLIDOAPC-F
           MOVE WS-CTSELECIONADAS          TO WS-CTSELECIONADAS-F
           MOVE WS-CTACORDO                TO WS-CTACORDO-F
           MOVE WS-CTFORA-SITUACAO         TO WS-CTFORA-SITUACAO-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE CADASTROS LIDOS EM CLINEW..........:"
                    WS-CTLIDONEW-F
           DISPLAY "TOTAL DE SITUACOES LIDAS EM CLIPLC..........:"
                    WS-CTLIDOPLC-F
           DISPLAY "TOTAL DE ACORDOS LIDOS EM CLIAPC............:"
                    WS-CTLIDOAPC-F
           DISPLAY "TOTAL DE CONTAS SELECIONADAS EM CLIBXM......:"
                    WS-CTSELECIONADAS-F
           DISPLAY "TOTAL DE CONTAS RETIDAS POR ACORDO VIGENTE..:"
                    WS-CTACORDO-F
           DISPLAY "TOTAL DE CONTAS FORA DA SITUACAO EXIGIDA....:"
                    WS-CTFORA-SITUACAO-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO
           MOVE WS-CTLIDONEW               TO WS-QTLIDO-JRN
           MOVE WS-CTSELECIONADAS          TO WS-QTGRAV-JRN
           MOVE ZEROS                      TO WS-QTREJ-JRN
           MOVE 0                          TO WS-RC-FINAL
           PERFORM 9500-GRAVA-JOURNAL
           .

       3100-EMITE-TOTAIS.
           PERFORM 4200-GRAVA-IGUAL
           MOVE WS-LINHA-BRANCO            TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA
           MOVE "TOTAIS DA SELECAO"        TO WS-BXL-SECAO
           MOVE WS-BXL-SECAO               TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA
           PERFORM 4200-GRAVA-IGUAL

           MOVE "CONTAS LIDAS NO CADASTRO....................:"
                                           TO WS-BXL-VOL-DESC
           MOVE WS-CTLIDONEW               TO WS-BXL-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "CONTAS RETIDAS POR ACORDO VIGENTE...........:"
                                           TO WS-BXL-VOL-DESC
           MOVE WS-CTACORDO                TO WS-BXL-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "CONTAS FORA DA SITUACAO EXIGIDA NA AGENCIA..:"
                                           TO WS-BXL-VOL-DESC
           MOVE WS-CTFORA-SITUACAO         TO WS-BXL-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "CONTAS SELECIONADAS PARA BAIXA..............:"
                                           TO WS-BXL-VOL-DESC
           MOVE WS-CTSELECIONADAS          TO WS-BXL-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "SALDO DEVEDOR A BAIXAR PARA PERDA...........:"
                                           TO WS-BXL-VAL-DESC
           MOVE WS-TOT-SELECIONADO         TO WS-BXL-VAL-VALOR
           PERFORM 4400-GRAVA-VALOR
           .

       4100-GRAVA-LINHA.
           WRITE REG-CLIBXL
           IF NOT SUCESSO-BL
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLIBXL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       4200-GRAVA-IGUAL.
           MOVE WS-IGUAL                   TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA
           .

       4300-GRAVA-VOLUME.
           MOVE WS-BXL-LINHA-VOL           TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA
           .

       4400-GRAVA-VALOR.
           MOVE WS-BXL-LINHA-VAL           TO REG-CLIBXL
           PERFORM 4100-GRAVA-LINHA
           .

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
