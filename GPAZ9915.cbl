      *VIRADAS DE FAIXA CASO NAO HAJA PAGAMENTO. OS EXTRATOS SAEM      *
      *CLASSIFICADOS POR CEP, PARA QUE A POSTAGEM MENSAL DO            *
      *FINANCEIRO SE QUALIFIQUE PARA O DESCONTO DE PRE-ORDENAMENTO.    *
      *CLIENTE QUE CONSTA DO CADASTRO DE ENDERECOS DEVOLVIDOS CLIEDC   *
      *(VIDE GPAZ9930) NAO RECEBE EXTRATO: SAI NA LISTAGEM DE EXTRATOS *
      *RETIDOS CLISTD, COM A DATA E O MOTIVO DA ULTIMA DEVOLUCAO.      *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
           FILE STATUS IS FS-CLISTM
           .

           SELECT CLIEDC ASSIGN            TO UT-S-CLIEDC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIEDC
           .

           SELECT CLISTD ASSIGN            TO UT-S-CLISTD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISTD
           .

           SELECT ARQSORT ASSIGN           TO UT-S-ARQSORT
           .

           .
       01  REG-CLISTM                      PIC X(80).

      *----CADASTRO DE ENDERECOS DEVOLVIDOS (ATUALIZADO PELO GPAZ9930)
       FD  CLIEDC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS REG-CLIEDC
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIEDC
           COPY ARQCLIED REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==EDC==.

      *----LISTAGEM IMPRIMIVEL DOS EXTRATOS RETIDOS POR ENDERECO
      *----DEVOLVIDO
       FD  CLISTD
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLISTD
           .
       01  REG-CLISTD                      PIC X(80).

      *----ARQUIVO DE TRABALHO DA CLASSIFICACAO DOS CADASTROS POR CEP
      *----(E CODCLI DENTRO DO CEP), PARA O PRE-ORDENAMENTO POSTAL
       SD  ARQSORT
       77  WS-ACHOU-DADOS-NEW              PIC X(01).
              88 ACHOU-DADOS-NEW                   VALUE "S".

      *VARIAVEIS ESPELHO DO CLIEDC
       COPY ARQCLIED REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==EDC==.

      *ULTIMO CODCLI LIDO DO CLIEDC, PARA VALIDAR A SEQUENCIA
      *ASCENDENTE ESTRITA
       77  WS-ULTIMO-CODCLI-EDC            PIC X(04)
                                                   VALUE LOW-VALUES.

      *SINALIZA QUE O CLIEDC EXISTIA E FOI ABERTO (ANTES DA PRIMEIRA
      *EXECUCAO DO GPAZ9930 ELE NAO EXISTE E E TRATADO COMO VAZIO)
       77  WS-EDC-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 EDC-ABERTO                        VALUE "S".

      *MOTIVOS DE DEVOLUCAO DOS CORREIOS
       COPY TABMOTDV REPLACING ==:XX-:== BY ==WS-==.

       77  WS-IDX-MOTDEV                   PIC 9(02)
                                                   COMP.

      *FIM DO ARQUIVO DE TRABALHO DA CLASSIFICACAO (RETURN AT END)
       77  WS-FIM-ARQSORT                  PIC X(01)
                                                   VALUE "N".
                                                   COMP.
       77  WS-CTSEMDIVIDA                  PIC 9(07)
                                                   COMP.
       77  WS-CTRETIDOS                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOEDC                    PIC 9(07)
                                                   COMP.
       77  WS-TOTAL-RETIDO                 PIC 9(11)V99.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDONEW-F                  PIC ZZZZZZ9.
       77  WS-CTEXTRATOS-F                 PIC ZZZZZZ9.
       77  WS-CTSEMDIVIDA-F                PIC ZZZZZZ9.
       77  WS-CTRETIDOS-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOEDC-F                  PIC ZZZZZZ9.

      *LINHAS DO EXTRATO
       01  WS-STM-TITULO                   PIC X(80)
       01  WS-STM-FAIXA-MAXIMA             PIC X(80)
                                                   VALUE
           "SALDO JA SUJEITO A FAIXA MAXIMA DE JUROS".

      *LINHAS DA LISTAGEM DE EXTRATOS RETIDOS
       01  WS-STD-TITULO                   PIC X(80)
                                                   VALUE
           "EXTRATOS RETIDOS - ENDERECO DEVOLVIDO PELOS CORREIOS".
       01  WS-STD-CABECALHO.
           05 FILLER                       PIC X(05)
                                                   VALUE "COD.".
           05 FILLER                       PIC X(26)
                                                   VALUE "NOME".
           05 FILLER                       PIC X(14)
                                                   VALUE
              " SALDO DEVEDOR".
           05 FILLER                       PIC X(11)
                                                   VALUE " DATA DEV.".
           05 FILLER                       PIC X(24)
                                                   VALUE
              " MOTIVO DA DEVOLUCAO".
       01  WS-STD-LINHA.
           05 WS-STD-CODCLI                PIC X(04).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-STD-NOMECLI               PIC X(25).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-STD-SALDO                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-STD-DATADEV               PIC X(10).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-STD-MOTIVO                PIC X(02).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-STD-MOTIVO-DESC           PIC X(21).
       01  WS-STD-TOTAL-QTD.
           05 FILLER                       PIC X(31)
                                                   VALUE
              "TOTAL DE EXTRATOS RETIDOS.....:".
           05 WS-STD-TOTAL-QTD-VALOR       PIC ZZZZZZ9.
           05 FILLER                       PIC X(42)
                                                   VALUE SPACES.
       01  WS-STD-TOTAL-SALDO.
           05 FILLER                       PIC X(31)
                                                   VALUE
              "SALDO DEVEDOR RETIDO..........:".
           05 WS-STD-TOTAL-SALDO-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(32)
                                                   VALUE SPACES.

      *DATA DA DEVOLUCAO FORMATADA PARA A LISTAGEM
       01  WS-DATA-DEV-F.
           05 WS-DIA-DEV-F                 PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-MES-DEV-F                 PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-ANO-DEV-F                 PIC 9(04).

       01  WS-LINHA-BRANCO                 PIC X(80)
                                                   VALUE SPACES.
       77  WS-IGUAL                        PIC X(50)
       01  FS-CLISTM                       PIC X(02).
              88 SUCESSO-S                         VALUE "00".
              88 FIM-ARQUIVO-S                     VALUE "10".
       01  FS-CLIEDC                       PIC X(02).
              88 SUCESSO-E                         VALUE "00".
              88 FIM-ARQUIVO-E                     VALUE "10".
              88 EDC-INEXISTENTE                   VALUE "35".
       01  FS-CLISTD                       PIC X(02).
              88 SUCESSO-D                         VALUE "00".
              88 FIM-ARQUIVO-D                     VALUE "10".
       77  WS-FS                           PIC X(02).

      *VARIAVEIS DE MENSAGEM DE ERRO
       77  WS-MSG-ERRO-OPEN-S              PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO STM".
       77  WS-MSG-ERRO-OPEN-E              PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO EDC".
       77  WS-MSG-ERRO-OPEN-D              PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO STD".
       77  WS-MSG-ERRO-CLOSE-N             PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO NEW".
       77  WS-MSG-ERRO-CLOSE-S             PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO STM".
       77  WS-MSG-ERRO-CLOSE-E             PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO EDC".
       77  WS-MSG-ERRO-CLOSE-D             PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO STD".
       77  WS-MSG-ERRO-READ-E              PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO EDC".
       77  WS-MSG-ERRO-SEQ-E               PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO EDC".
       77  WS-MSG-ERRO-READ-N              PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO NEW".
           MOVE 0                          TO WS-CTLIDONEW
                                              WS-CTEXTRATOS
                                              WS-CTSEMDIVIDA
                                              WS-CTRETIDOS
                                              WS-CTLIDOEDC
                                              WS-TOTAL-RETIDO
                                              WS-QTD-DADOS-NEW
                                              WS-HASH-NEW

           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN
           PERFORM 9000-IMPRIME-DATA
           MOVE WS-DATA-SISTEMA-F          TO WS-STM-DATA-VALOR

      *----ABERTURA DO ARQ CLIEDC PARA LEITURA; ARQUIVO INEXISTENTE
      *----EQUIVALE A NENHUM ENDERECO DEVOLVIDO
           OPEN INPUT CLIEDC
           IF EDC-INEXISTENTE
              MOVE "10"                    TO FS-CLIEDC
              MOVE HIGH-VALUES             TO WS-CODCLI-EDC
           ELSE
              IF NOT SUCESSO-E
                 MOVE WS-MSG-ERRO-OPEN-E   TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET EDC-ABERTO               TO TRUE
              PERFORM 1600-LER-CLIEDC
           END-IF

      *----ABERTURA DO ARQ CLISTD PARA A LISTAGEM DE EXTRATOS RETIDOS
           OPEN OUTPUT CLISTD
           IF NOT SUCESSO-D
              MOVE WS-MSG-ERRO-OPEN-D      TO WS-MSG
              MOVE FS-CLISTD               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE WS-STD-TITULO              TO REG-CLISTD
           PERFORM 1790-GRAVA-LINHA-STD
           MOVE WS-IGUAL                   TO REG-CLISTD
           PERFORM 1790-GRAVA-LINHA-STD
           MOVE WS-STM-DATA                TO REG-CLISTD
           PERFORM 1790-GRAVA-LINHA-STD
           MOVE WS-STD-CABECALHO           TO REG-CLISTD
           PERFORM 1790-GRAVA-LINHA-STD
           MOVE WS-IGUAL                   TO REG-CLISTD
           PERFORM 1790-GRAVA-LINHA-STD
           .

      *----PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE O CLINEW
           END-IF
           .

       1600-LER-CLIEDC.
           READ CLIEDC INTO WS-REG-CLI-EDC
           IF SUCESSO-E
              ADD 1                        TO WS-CTLIDOEDC
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD

      *----O CADASTRO DE ENDERECOS DEVOLVIDOS TEM QUE VIR EM ORDEM
      *----ASCENDENTE ESTRITA DE CODCLI (UM REGISTRO POR CLIENTE)
              IF WS-CODCLI-EDC NOT > WS-ULTIMO-CODCLI-EDC
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-SEQ-E    TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-CODCLI-EDC           TO WS-ULTIMO-CODCLI-EDC
           ELSE
              IF FIM-ARQUIVO-E
                 MOVE HIGH-VALUES          TO WS-CODCLI-EDC
              ELSE
                 MOVE WS-MSG-ERRO-READ-E   TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----O CLINEW VEM EM ORDEM DE CODCLI: AVANCA O CADASTRO DE
      *----ENDERECOS DEVOLVIDOS ATE O CLIENTE; DEVEDOR COM ENDERECO
      *----DEVOLVIDO NAO VAI PARA A CLASSIFICACAO (O EXTRATO VOLTARIA
      *----DE NOVO) E SAI NA LISTAGEM DE EXTRATOS RETIDOS
       1700-LIBERA-CADASTRO.
           PERFORM 1600-LER-CLIEDC
                   UNTIL WS-CODCLI-EDC NOT < WS-CODCLI-NEW

           IF WS-CODCLI-EDC = WS-CODCLI-NEW
              AND WS-TOTALDIVIDA-NEW > 0
              PERFORM 1750-LISTA-RETIDO
           ELSE
              RELEASE REG-CLI-SRT FROM WS-REG-CLI-NEW
           END-IF
           PERFORM 1100-LER-CLINEW
           .

       1750-LISTA-RETIDO.
           MOVE WS-CODCLI-NEW              TO WS-STD-CODCLI
           MOVE WS-NOMECLI-NEW             TO WS-STD-NOMECLI
           MOVE WS-TOTALDIVIDA-NEW         TO WS-STD-SALDO
           MOVE WS-DATADEV-EDC(7:2)        TO WS-DIA-DEV-F
           MOVE WS-DATADEV-EDC(5:2)        TO WS-MES-DEV-F
           MOVE WS-DATADEV-EDC(1:4)        TO WS-ANO-DEV-F
           MOVE WS-DATA-DEV-F              TO WS-STD-DATADEV
           MOVE WS-MOTIVO-EDC              TO WS-STD-MOTIVO

           MOVE SPACES                     TO WS-STD-MOTIVO-DESC
           PERFORM VARYING WS-IDX-MOTDEV FROM 1 BY 1
                   UNTIL WS-IDX-MOTDEV > 9
              IF WS-MOTDEV-COD(WS-IDX-MOTDEV) = WS-MOTIVO-EDC
                 MOVE WS-MOTDEV-DESC(WS-IDX-MOTDEV)
                                           TO WS-STD-MOTIVO-DESC
              END-IF
           END-PERFORM

           MOVE WS-STD-LINHA               TO REG-CLISTD
           PERFORM 1790-GRAVA-LINHA-STD

           ADD 1                           TO WS-CTRETIDOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-TOTALDIVIDA-NEW          TO WS-TOTAL-RETIDO
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       1790-GRAVA-LINHA-STD.
           WRITE REG-CLISTD
           IF NOT SUCESSO-D
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLISTD               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

      *----PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: EMITE OS EXTRATOS
      *----JA NA ORDEM DE CEP
       1800-EMITE-EXTRATOS.
           .

       3000-TERMINO.
      *----RODAPE DA LISTAGEM DE EXTRATOS RETIDOS COM OS TOTAIS
           MOVE WS-IGUAL                   TO REG-CLISTD
           PERFORM 1790-GRAVA-LINHA-STD
           MOVE WS-CTRETIDOS               TO WS-STD-TOTAL-QTD-VALOR
           MOVE WS-STD-TOTAL-QTD           TO REG-CLISTD
           PERFORM 1790-GRAVA-LINHA-STD
           MOVE WS-TOTAL-RETIDO            TO WS-STD-TOTAL-SALDO-VALOR
           MOVE WS-STD-TOTAL-SALDO         TO REG-CLISTD
           PERFORM 1790-GRAVA-LINHA-STD

      *----FECHA ARQ CLIEDC (QUANDO EXISTIA PARA SER ABERTO)
           IF EDC-ABERTO
              CLOSE CLIEDC
              IF NOT SUCESSO-E
                 MOVE WS-MSG-ERRO-CLOSE-E  TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

      *----FECHA ARQ CLISTD
           CLOSE CLISTD
           IF NOT SUCESSO-D
              MOVE WS-MSG-ERRO-CLOSE-D     TO WS-MSG
              MOVE FS-CLISTD               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLISTM
           CLOSE CLISTM
           IF NOT SUCESSO-S
           MOVE WS-CTLIDONEW               TO WS-CTLIDONEW-F
           MOVE WS-CTEXTRATOS              TO WS-CTEXTRATOS-F
           MOVE WS-CTSEMDIVIDA             TO WS-CTSEMDIVIDA-F
           MOVE WS-CTRETIDOS               TO WS-CTRETIDOS-F
           MOVE WS-CTLIDOEDC               TO WS-CTLIDOEDC-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE CADASTROS LIDOS EM CLINEW..........:"
                    WS-CTEXTRATOS-F
           DISPLAY "TOTAL DE CADASTROS SEM DIVIDA...............:"
                    WS-CTSEMDIVIDA-F
           DISPLAY "TOTAL DE END. DEVOLVIDOS LIDOS EM CLIEDC....:"
                    WS-CTLIDOEDC-F
           DISPLAY "TOTAL DE EXTRATOS RETIDOS EM CLISTD.........:"
                    WS-CTRETIDOS-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="
