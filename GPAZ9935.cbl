      *PROJETO: GPAZ9935                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: CONVERSAO UNICA DO HISTORICO DIARIO DE ESTATISTICAS   *
      *DO LOTE PARA O LAYOUT COM ESTORNOS. LE O CLISTA NO LAYOUT       *
      *ANTIGO (SEM O CONTADOR DE ESTORNOS APLICADOS E COM SETE         *
      *MOTIVOS DE REJEICAO, REGISTRO DE 244) E GRAVA O CLISTAN NO      *
      *LAYOUT NOVO (ARQCLIST, REGISTRO DE 258): OS CAMPOS EXISTENTES   *
      *SAO COPIADOS COM OS MESMOS VALORES E O CONTADOR DE ESTORNOS E   *
      *O OITAVO MOTIVO (ESTORNO SEM PAGAMENTO) SAEM ZERADOS, JA QUE    *
      *NENHUM LOTE ANTERIOR OS CONHECIA. O CLISTAN SUBSTITUI O         *
      *CLISTA ANTES DA PRIMEIRA EXECUCAO DO MERGE (GPAZ9906) NO        *
      *LAYOUT NOVO, QUE ACRESCENTA AO HISTORICO EM EXTENSAO, E DO      *
      *RELATORIO MENSAL DE TENDENCIA (GPAZ9919). RODA UMA UNICA VEZ,   *
      *NA VIRADA DE LAYOUT.                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9935.
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
           SELECT CLISTA ASSIGN            TO UT-S-CLISTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISTA
           .

           SELECT CLISTAN ASSIGN           TO UT-S-CLISTAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISTAN
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

      *----HISTORICO DE ESTATISTICAS NO LAYOUT ANTIGO (SEM O CONTADOR
      *----DE ESTORNOS E COM SETE MOTIVOS DE REJEICAO); O LAYOUT E
      *----DESCRITO AQUI MESMO PORQUE O ARQCLIST JA DESCREVE O NOVO
       FD  CLISTA
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 244 CHARACTERS
           DATA RECORD IS REG-CLISTA
           .
       01  REG-CLISTA                      PIC X(244).

      *----HISTORICO DE ESTATISTICAS CONVERTIDO PARA O LAYOUT NOVO
       FD  CLISTAN
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 258 CHARACTERS
           DATA RECORD IS REG-CLI-NOV
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLISTAN (LAYOUT NOVO)
           COPY ARQCLIST REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==NOV==.

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

      *ESPELHO DO REGISTRO ANTIGO LIDO
       01  WS-REG-CLI-ANT.
           05 WS-DATAPROC-ANT              PIC 9(08).
           05 WS-QTLIDOOLD-ANT             PIC 9(07).
           05 WS-QTLIDOMOV-ANT             PIC 9(07).
           05 WS-QTGRAVNEW-ANT             PIC 9(07).
           05 WS-QTINC-ANT                 PIC 9(07).
           05 WS-QTALT-ANT                 PIC 9(07).
           05 WS-QTEXC-ANT                 PIC 9(07).
           05 WS-QTRST-ANT                 PIC 9(07).
           05 WS-QTPAG-ANT                 PIC 9(07).
           05 WS-QTSEMMOV-ANT              PIC 9(07).
           05 WS-QTMOVINV-ANT              PIC 9(07).
           05 WS-QTREJMOT-ANT              PIC 9(07)
                                                   OCCURS 7 TIMES.
           05 WS-TOTDIVIDA-ANT             PIC 9(13)V99.
           05 WS-JUROSACUM-ANT             PIC 9(12)V99.
           05 WS-FAIXA-ANT                 OCCURS 4 TIMES.
              10 WS-QTFAIXA-ANT            PIC 9(07).
              10 WS-DIVFAIXA-ANT           PIC 9(13)V99.

      *ESPELHO DO REGISTRO CONVERTIDO
       COPY ARQCLIST REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==NOV==.

      *INDICES DAS TABELAS DE MOTIVOS E DE FAIXAS
       77  WS-IDX-MOT                      PIC 9(02)
                                                   COMP.
       77  WS-IDX-FAIXA                    PIC 9(02)
                                                   COMP.

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDOSTA                    PIC 9(07)
                                                   COMP.
       77  WS-CTCONVERT                    PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDOSTA-F                  PIC ZZZZZZ9.
       77  WS-CTCONVERT-F                  PIC ZZZZZZ9.

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLISTA                       PIC X(02).
              88 SUCESSO-ST                        VALUE "00".
              88 FIM-ARQUIVO-ST                    VALUE "10".
       01  FS-CLISTAN                      PIC X(02).
              88 SUCESSO-N                         VALUE "00".
              88 FIM-ARQUIVO-N                     VALUE "10".
       77  WS-FS                           PIC X(02).

      *VARIAVEIS DE MENSAGEM DE ERRO
       77  WS-MSG                          PIC X(60).
       77  WS-MSG-ERRO-OPEN-ST             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO STA".
       77  WS-MSG-ERRO-OPEN-N              PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO STAN".
       77  WS-MSG-ERRO-CLOSE-ST            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO STA".
       77  WS-MSG-ERRO-CLOSE-N             PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO STAN".
       77  WS-MSG-ERRO-READ-ST             PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO STA".
       77  WS-MSG-ERRO-WRITE               PIC X(40)
                                                   VALUE
           "ERRO DE GRAVACAO DO ARQUIVO".
       77  WS-MSG-ERRO-ADD                 PIC X(40)
                                                   VALUE
           "ERRO DE TAMANHO DA VARIAVEL".
       77  WS-MSG-ERRO-VAZIO               PIC X(40)
                                                   VALUE
           "ERRO DE ARQUIVO VAZIO".
       77  WS-MSG-ERRO-LAYOUT-ST           PIC X(40)
                                                   VALUE
           "ERRO DE LAYOUT DO ARQUIVO STA".

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
       0000-GPAZ9935.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL FIM-ARQUIVO-ST
           PERFORM 3000-TERMINO
           MOVE WS-RC-FINAL                TO RETURN-CODE
           STOP RUN
           .

       1000-INICIALIZAR.
           PERFORM 9400-INICIA-JOURNAL
           MOVE "GPAZ9935"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME

      *----ZERANDO VARIAVEIS CONTADORAS
           MOVE 0                          TO WS-CTLIDOSTA
                                              WS-CTCONVERT

      *----ABERTURA DO ARQ CLISTA (LAYOUT ANTIGO) PARA LEITURA
           OPEN INPUT CLISTA
           IF NOT SUCESSO-ST
              MOVE WS-MSG-ERRO-OPEN-ST     TO WS-MSG
              MOVE FS-CLISTA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLISTAN (LAYOUT NOVO) PARA GRAVACAO
           OPEN OUTPUT CLISTAN
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-OPEN-N      TO WS-MSG
              MOVE FS-CLISTAN              TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-DATA-SISTEMA          FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN
           PERFORM 9000-IMPRIME-DATA

           PERFORM 1100-LER-CLISTA
           IF FIM-ARQUIVO-ST
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-VAZIO       TO WS-MSG
              MOVE FS-CLISTA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1100-LER-CLISTA.
           READ CLISTA INTO WS-REG-CLI-ANT
           IF SUCESSO-ST
              ADD 1                        TO WS-CTLIDOSTA
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-ST
                 MOVE WS-MSG-ERRO-READ-ST  TO WS-MSG
                 MOVE FS-CLISTA            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       2000-PROCESSAR.
           PERFORM 2100-CONVERTE-ESTATISTICA

           PERFORM 1100-LER-CLISTA
           .

      *----CONVERTE A ESTATISTICA DO LOTE: OS CAMPOS EXISTENTES SAO
      *----COPIADOS COM OS MESMOS VALORES; O CONTADOR DE ESTORNOS E O
      *----OITAVO MOTIVO SAEM ZERADOS. UM REGISTRO NAO NUMERICO INDICA
      *----ARQUIVO DE OUTRO LAYOUT E PARA A CONVERSAO
       2100-CONVERTE-ESTATISTICA.
           IF WS-REG-CLI-ANT NOT NUMERIC
              DISPLAY "REGISTRO.............: " WS-CTLIDOSTA
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-LAYOUT-ST   TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE WS-DATAPROC-ANT            TO WS-DATAPROC-NOV
           MOVE WS-QTLIDOOLD-ANT           TO WS-QTLIDOOLD-NOV
           MOVE WS-QTLIDOMOV-ANT           TO WS-QTLIDOMOV-NOV
           MOVE WS-QTGRAVNEW-ANT           TO WS-QTGRAVNEW-NOV
           MOVE WS-QTINC-ANT               TO WS-QTINC-NOV
           MOVE WS-QTALT-ANT               TO WS-QTALT-NOV
           MOVE WS-QTEXC-ANT               TO WS-QTEXC-NOV
           MOVE WS-QTRST-ANT               TO WS-QTRST-NOV
           MOVE WS-QTPAG-ANT               TO WS-QTPAG-NOV
           MOVE ZEROS                      TO WS-QTEST-NOV
           MOVE WS-QTSEMMOV-ANT            TO WS-QTSEMMOV-NOV
           MOVE WS-QTMOVINV-ANT            TO WS-QTMOVINV-NOV
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > 7
              MOVE WS-QTREJMOT-ANT(WS-IDX-MOT) TO
                                   WS-QTREJMOT-NOV(WS-IDX-MOT)
           END-PERFORM
           MOVE ZEROS                      TO WS-QTREJMOT-NOV(8)
           MOVE WS-TOTDIVIDA-ANT           TO WS-TOTDIVIDA-NOV
           MOVE WS-JUROSACUM-ANT           TO WS-JUROSACUM-NOV
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 4
              MOVE WS-QTFAIXA-ANT(WS-IDX-FAIXA) TO
                                   WS-QTFAIXA-NOV(WS-IDX-FAIXA)
              MOVE WS-DIVFAIXA-ANT(WS-IDX-FAIXA) TO
                                   WS-DIVFAIXA-NOV(WS-IDX-FAIXA)
           END-PERFORM

           WRITE REG-CLI-NOV FROM WS-REG-CLI-NOV
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLISTAN              TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTCONVERT
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       3000-TERMINO.
      *----FECHA ARQ CLISTA
           CLOSE CLISTA
           IF NOT SUCESSO-ST
              MOVE WS-MSG-ERRO-CLOSE-ST    TO WS-MSG
              MOVE FS-CLISTA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLISTAN
           CLOSE CLISTAN
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-CLOSE-N     TO WS-MSG
              MOVE FS-CLISTAN              TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-CTLIDOSTA               TO WS-CTLIDOSTA-F
           MOVE WS-CTCONVERT               TO WS-CTCONVERT-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE REGISTROS LIDOS EM CLISTA..........:"
                    WS-CTLIDOSTA-F
           DISPLAY "TOTAL DE ESTATISTICAS CONVERTIDAS...........:"
                    WS-CTCONVERT-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO
           MOVE WS-CTLIDOSTA               TO WS-QTLIDO-JRN
           MOVE WS-CTCONVERT               TO WS-QTGRAV-JRN
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
