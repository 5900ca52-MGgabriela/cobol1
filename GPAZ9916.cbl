      *CONTADORES: REPROCESSA DE FORMA INDEPENDENTE O PAR              *
      *CLIOLD/CLIMOV (TOMANDO DO CLIREJ O DESTINO DOS MOVIMENTOS       *
      *REJEITADOS E RECALCULANDO OS JUROS VIA PGMAUX02), APURA A       *
      *DIVIDA ESPERADA EM CLINEW (CLIOLD - EXCLUIDA - BAIXADA PARA     *
      *PERDA + INCLUIDA + JUROS) E CONFRONTA COM OS TOTAIS REAIS DE    *
      *CLINEW, CLIEXC, CLIBXA E CLIREJ, ALEM DE CRUZAR AS QUANTIDADES  *
      *(LIDOS + INCLUSOES - EXCLUSOES - BAIXAS = GRAVADOS). QUALQUER   *
      *DIFERENCA ENCERRA COM RETURN-CODE 8 PARA QUE O SCHEDULER        *
      *SEGURE OS JOBS SEGUINTES.                                       *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
           FILE STATUS IS FS-CLIEXC
           .

           SELECT CLIBXA ASSIGN            TO UT-S-CLIBXA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIBXA
           .

           SELECT CLIEXH ASSIGN            TO UT-S-CLIEXH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIREC
           .

           SELECT CLIPAR ASSIGN            TO UT-S-CLIPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPAR
           .

           SELECT CLIAPC ASSIGN            TO UT-S-CLIAPC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIAPC
           .

           SELECT CLIJRN ASSIGN            TO UT-S-CLIJRN
           ORGANIZATION IS SEQUENTIAL
           COPY ARQCLIEX REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==EXC==.

       FD  CLIBXA
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIBXA
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIBXA (BAIXAS PARA PERDA
      *----DO LOTE)
           COPY ARQCLIBX REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==BXA==.

      *----HISTORICO ACUMULADO DE EXCLUSOES DOS LOTES ANTERIORES,
      *----USADO PARA REPROCESSAR AS REINTEGRACOES (TIPOMOV "R")
       FD  CLIEXH
           .
       01  REG-CLIREC                      PIC X(80).

      *----CARTAO DE PARAMETROS DO MERGE (SO A DATA DE PROCESSAMENTO
      *----DO NEGOCIO, REFERENCIA DOS ACORDOS DE PARCELAMENTO)
       FD  CLIPAR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIPAR
           .
       01  REG-CLIPAR                      PIC X(80).

      *----ACORDOS DE PARCELAMENTO VIGENTES NA ENTRADA DO MERGE
       FD  CLIAPC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 372 CHARACTERS
           DATA RECORD IS REG-CLI-APC
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIAPC
           COPY ARQCLIAP REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==APC==.

      *----JOURNAL DE EXECUCAO DA ESTEIRA: UM REGISTRO POR EXECUCAO,
      *----ACUMULADO DE EXECUCAO EM EXECUCAO (VIDE ROTJRNL)
       FD  CLIJRN
                 88 EXCLUIR                        VALUE "E".
                 88 REINCLUIR                      VALUE "R".
                 88 PAGAR                          VALUE "P".
                 88 BAIXAR                         VALUE "B".
                 88 ESTORNAR                       VALUE "S".

       COPY ARQCLI02 REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==NEW==.
       COPY ARQCLIEX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==EXC==.

       COPY ARQCLIBX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==BXA==.

      *VARIAVEIS ESPELHO DO CLIEXH
       COPY ARQCLIEX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==EXH==.
       77  WS-EXH-POSICAO                   PIC 9(06)
                                                   COMP.

      *CARTAO DE PARAMETROS DO MERGE
       01  WS-REG-CLIPAR.
           05 WS-DATAPROC-PRM               PIC X(08).
           05 FILLER                        PIC X(72).

      *TABELA DOS ACORDOS DE PARCELAMENTO, CARREGADA DO CLIAPC (MESMA
      *ENTRADA DO MERGE) PARA REPRODUZIR O CONGELAMENTO DOS JUROS DOS
      *CLIENTES COM ACORDO EM DIA
       01  WS-TABELA-ACD.
           05 WS-ACD-OCR                    OCCURS 20000 TIMES.
              10 WS-ACD-CODCLI              PIC X(04).
              10 WS-ACD-REGISTRO            PIC X(372).
       77  WS-QTD-ACD-TAB                   PIC 9(05)
                                                   COMP.
       77  WS-IDX-ACD                       PIC 9(05)
                                                   COMP.
       77  WS-IDX-ACD-ATUAL                 PIC 9(05)
                                                   COMP.
       77  WS-CODCLI-ACD-PROCURADO          PIC X(04).
       77  WS-ULTIMO-CODCLI-APC             PIC X(04)
                                                   VALUE LOW-VALUES.
       77  WS-ACD-ACHADO                    PIC X(01).
              88 TEM-ACORDO                        VALUE "S".
       77  WS-ACD-CONGELA                   PIC X(01).
              88 ACORDO-CONGELADO                  VALUE "S".
       77  WS-APC-ABERTO                    PIC X(01)
                                                   VALUE "N".
              88 APC-ABERTO                        VALUE "S".
       COPY ARQCLIAP REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==ACD==.
       COPY VARACRD.
       77  WS-VALOR-A-CASAR                 PIC 9(08)V99.
       77  WS-VALOR-FALTA-PARC              PIC 9(08)V99.

      *ESTADO DO CLIENTE CORRENTE DO REPROCESSAMENTO
       77  WS-CODCLI-GRUPO                  PIC X(04).
       77  WS-SALDO-CORRENTE                PIC 9(10)V99.
       77  WS-TOT-INCLUIDO                  PIC 9(15)V99.
       77  WS-TOT-REINTEGRADO               PIC 9(15)V99.
       77  WS-TOT-EXCLUIDO-ESP              PIC 9(15)V99.
       77  WS-TOT-BAIXADO-ESP               PIC 9(15)V99.
       77  WS-TOT-JUROS                     PIC 9(15)V99.
       77  WS-TOT-PAGO                      PIC 9(15)V99.
       77  WS-TOT-ESTORNADO                 PIC 9(15)V99.
       77  WS-TOT-NEW-ESPERADO              PIC 9(15)V99.
       77  WS-QTD-OLD                       PIC 9(07)
                                                   COMP.
                                                   COMP.
       77  WS-QTD-EXCLUIDO-ESP              PIC 9(07)
                                                   COMP.
       77  WS-QTD-BAIXADO-ESP               PIC 9(07)
                                                   COMP.
       77  WS-QTD-PAGO                      PIC 9(07)
                                                   COMP.
       77  WS-QTD-ESTORNADO                 PIC 9(07)
                                                   COMP.
       77  WS-QTD-CONGELADO                 PIC 9(07)
                                                   COMP.
       77  WS-QTD-NEW-ESPERADO              PIC 9(07)
                                                   COMP.
       77  WS-QTD-REJ-ESPERADO              PIC 9(07)
      *TOTAIS APURADOS NOS ARQUIVOS DE SAIDA DO MERGE
       77  WS-TOT-NEW-APURADO               PIC 9(15)V99.
       77  WS-TOT-EXC-APURADO               PIC 9(15)V99.
       77  WS-TOT-BXA-APURADO               PIC 9(15)V99.
       77  WS-TOT-REJ-APURADO               PIC 9(15)V99.
       77  WS-QTD-NEW-APURADO               PIC 9(07)
                                                   COMP.
       77  WS-QTD-EXC-APURADO               PIC 9(07)
                                                   COMP.
       77  WS-QTD-BXA-APURADO               PIC 9(07)
                                                   COMP.
       77  WS-QTD-REJ-APURADO               PIC 9(07)
                                                   COMP.

       01  FS-CLIEXC                       PIC X(02).
              88 SUCESSO-X                         VALUE "00".
              88 FIM-ARQUIVO-X                     VALUE "10".
       01  FS-CLIBXA                       PIC X(02).
              88 SUCESSO-BX                        VALUE "00".
              88 FIM-ARQUIVO-BX                    VALUE "10".
       01  FS-CLIREC                       PIC X(02).
              88 SUCESSO-C                         VALUE "00".
              88 FIM-ARQUIVO-C                     VALUE "10".
       01  FS-CLIEXH                       PIC X(02).
              88 SUCESSO-H                         VALUE "00".
              88 FIM-ARQUIVO-H                     VALUE "10".
       01  FS-CLIPAR                       PIC X(02).
              88 SUCESSO-PR                        VALUE "00".
       01  FS-CLIAPC                       PIC X(02).
              88 SUCESSO-AP                        VALUE "00".
              88 FIM-ARQUIVO-AP                    VALUE "10".
              88 APC-INEXISTENTE                   VALUE "35".
       77  WS-FS                           PIC X(02).

      *VARIAVEIS DE MENSAGEM DE ERRO
       77  WS-MSG-ERRO-GER-NEW            PIC X(40)
                                                   VALUE
           "ERRO DE GERACAO DO ARQUIVO NEW".
       77  WS-MSG-ERRO-PAR-DATA           PIC X(40)
                                                   VALUE
           "ERRO DE DATA NO CARTAO DE PARAMETROS".
       77  WS-MSG-ERRO-TAB-ACD            PIC X(40)
                                                   VALUE
           "ERRO DE TABELA DE ACORDOS CHEIA".
       77  WS-MSG-ERRO-SEQ-AP             PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO APC".

       77  WS-IGUAL                        PIC X(50)
                                                   VALUE ALL "=".
                                              WS-TOT-INCLUIDO
                                              WS-TOT-REINTEGRADO
                                              WS-TOT-EXCLUIDO-ESP
                                              WS-TOT-BAIXADO-ESP
                                              WS-TOT-JUROS
                                              WS-TOT-PAGO
                                              WS-TOT-ESTORNADO
                                              WS-TOT-NEW-ESPERADO
                                              WS-TOT-NEW-APURADO
                                              WS-TOT-EXC-APURADO
                                              WS-TOT-BXA-APURADO
                                              WS-TOT-REJ-APURADO
           MOVE 0                          TO WS-QTD-OLD
                                              WS-QTD-INCLUIDO
                                              WS-QTD-REINTEGRADO
                                              WS-QTD-EXCLUIDO-ESP
                                              WS-QTD-BAIXADO-ESP
                                              WS-QTD-PAGO
                                              WS-QTD-ESTORNADO
                                              WS-QTD-CONGELADO
                                              WS-QTD-NEW-ESPERADO
                                              WS-QTD-REJ-ESPERADO
                                              WS-QTD-NEW-APURADO
                                              WS-QTD-EXC-APURADO
                                              WS-QTD-BXA-APURADO
                                              WS-QTD-REJ-APURADO
                                              WS-QTD-INCONSISTENTE

              GO                           TO 9999-ERRO
           END-IF

           OPEN INPUT CLIBXA
           IF NOT SUCESSO-BX
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIBXA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN INPUT CLIEXH
           IF NOT SUCESSO-H
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG

           PERFORM 1400-CARREGA-TABELA-EXH

           PERFORM 1600-LER-PARAMETROS

           PERFORM 1700-CARREGA-TABELA-ACD

           ACCEPT WS-DATA-SISTEMA          FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN
           PERFORM 9000-IMPRIME-DATA
           END-IF
           .

      *----DATA DE PROCESSAMENTO DO NEGOCIO DO CARTAO DO MERGE (JA
      *----CRITICADO POR ELE): E A DATA EM QUE O MERGE AVALIOU OS
      *----ACORDOS DE PARCELAMENTO
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
           MOVE WS-DATAPROC-PRM            TO WS-ACRD-DATAREF

           CLOSE CLIPAR
           IF NOT SUCESSO-PR
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIPAR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

      *----CARREGA A TABELA DE ACORDOS COM O ARQ CLIAPC; ARQUIVO
      *----AUSENTE = NENHUM ACORDO CADASTRADO (COMO NO MERGE)
       1700-CARREGA-TABELA-ACD.
           MOVE 0                          TO WS-QTD-ACD-TAB
           MOVE 1                          TO WS-IDX-ACD

           OPEN INPUT CLIAPC
           IF APC-INEXISTENTE
              MOVE "10"                    TO FS-CLIAPC
           ELSE
              IF NOT SUCESSO-AP
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET APC-ABERTO               TO TRUE
              PERFORM 1750-LER-CLIAPC
           END-IF

           PERFORM UNTIL FIM-ARQUIVO-AP
              IF WS-QTD-ACD-TAB < 20000
                 ADD 1                     TO WS-QTD-ACD-TAB
                 MOVE WS-CODCLI-ACD        TO
                                    WS-ACD-CODCLI(WS-QTD-ACD-TAB)
                 MOVE WS-REG-CLI-ACD       TO
                                    WS-ACD-REGISTRO(WS-QTD-ACD-TAB)
              ELSE
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-TAB-ACD  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              PERFORM 1750-LER-CLIAPC
           END-PERFORM

           IF APC-ABERTO
              CLOSE CLIAPC
              IF NOT SUCESSO-AP
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1750-LER-CLIAPC.
           READ CLIAPC INTO WS-REG-CLI-ACD
           IF SUCESSO-AP
              IF WS-CODCLI-ACD NOT > WS-ULTIMO-CODCLI-APC
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-SEQ-AP   TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-CODCLI-ACD           TO WS-ULTIMO-CODCLI-APC
           ELSE
              IF NOT FIM-ARQUIVO-AP
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIAPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----REPROCESSAMENTO INDEPENDENTE DO MERGE: CLIENTE DO CLIOLD
      *----SEM MOVIMENTO PASSA DIRETO PARA O ESPERADO; CLIENTE COM
      *----MOVIMENTOS TEM A SEQUENCIA APLICADA SOBRE O SALDO EM
                       MOVE "N"            TO WS-CLIENTE-EXISTE
                       MOVE 0              TO WS-SALDO-CORRENTE
                    ELSE
      *----BAIXA PARA PERDA APLICADA: O SALDO CORRENTE SAI DA CARTEIRA
      *----ATIVA PARA O CLIBXA, COMO NA EXCLUSAO
                    IF BAIXAR AND CLIENTE-EXISTE
                       ADD WS-SALDO-CORRENTE
                                           TO WS-TOT-BAIXADO-ESP
                           ON SIZE ERROR
                              DISPLAY WS-MSG-ERRO-ADD
                       END-ADD
                       ADD 1               TO WS-QTD-BAIXADO-ESP
                           ON SIZE ERROR
                              DISPLAY WS-MSG-ERRO-ADD
                       END-ADD
                       MOVE "N"            TO WS-CLIENTE-EXISTE
                       MOVE 0              TO WS-SALDO-CORRENTE
                    ELSE
                    IF ESTORNAR AND CLIENTE-EXISTE
                       PERFORM 2360-APLICA-ESTORNO
                    ELSE
      *----MOVIMENTO QUE O MERGE NAO REJEITOU MAS QUE O
      *----REPROCESSAMENTO NAO CONSEGUE APLICAR: DIVERGENCIA ENTRE
      *----OS DOIS PROGRAMAS, LOTE FORA DE BALANCO
                              DISPLAY WS-MSG-ERRO-ADD
                       END-ADD
                    END-IF
                    END-IF
                    END-IF
                 END-IF
                 END-IF
              END-IF
           MOVE WS-SALDO-CORRENTE          TO WS-TOTALDIVIDA
           MOVE WS-DIASATRASO-MOV          TO WS-DIASATRASO

      *----CLIENTE COM ACORDO DE PARCELAMENTO EM DIA: O MERGE NAO
      *----RECALCULA OS JUROS (SALDO CONGELADO, JURO ZERO)
           MOVE WS-CODCLI-GRUPO            TO WS-CODCLI-ACD-PROCURADO
           PERFORM 2500-LOCALIZA-ACORDO
           PERFORM 2510-AVALIA-ACORDO
           IF ACORDO-CONGELADO
              MOVE WS-SALDO-CORRENTE       TO WS-DIVIDACALC
              MOVE "0"                     TO WS-RESP
              ADD 1                        TO WS-QTD-CONGELADO
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
           CALL WS-NOME-PGM USING WS-DADOS-ENVIADOS
                ON EXCEPTION DISPLAY WS-MSG-ERRO-CALL
           CANCEL WS-NOME-PGM
           END-CALL
           END-IF

           IF SUCESSO-RESPOSTA
              ADD WS-DIVIDACALC            TO WS-TOT-JUROS
      *----ABATIDO E ACUMULADO PARA A CONCILIACAO EM REAIS
       2350-APLICA-PAGAMENTO.
           IF WS-TOTALDIVIDA-MOV NOT < WS-SALDO-CORRENTE
              MOVE WS-SALDO-CORRENTE       TO WS-VALOR-A-CASAR
              ADD WS-SALDO-CORRENTE        TO WS-TOT-PAGO
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              MOVE 0                       TO WS-SALDO-CORRENTE
           ELSE
              MOVE WS-TOTALDIVIDA-MOV      TO WS-VALOR-A-CASAR
              ADD WS-TOTALDIVIDA-MOV       TO WS-TOT-PAGO
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-SUBTRACT
           END-IF

      *----COMO NO MERGE, O VALOR ABATIDO QUITA AS PARCELAS EM ABERTO
      *----DO ACORDO VIGENTE (PODE EVITAR O ROMPIMENTO DO ACORDO E,
      *----COM ELE, O RECALCULO DOS JUROS NAS ALTERACOES SEGUINTES)
           MOVE WS-CODCLI-GRUPO            TO WS-CODCLI-ACD-PROCURADO
           PERFORM 2500-LOCALIZA-ACORDO
           IF TEM-ACORDO
              AND WS-ACORDO-VIGENTE-ACD
              PERFORM 2520-APLICA-PARCELAS
              PERFORM 2510-AVALIA-ACORDO
           END-IF

           ADD 1                           TO WS-QTD-PAGO
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----REAPLICA O ESTORNO DE PAGAMENTO (TIPOMOV "S") QUE O MERGE
      *----ACEITOU (O QUE NAO CASOU COM PAGAMENTO APLICADO ESTA NO
      *----CLIREJ): DEVOLVE O VALOR ESTORNADO AO SALDO E, COMO NO
      *----MERGE, RETIRA-O DAS PARCELAS PAGAS DO ACORDO VIGENTE
       2360-APLICA-ESTORNO.
           ADD WS-TOTALDIVIDA-MOV          TO WS-SALDO-CORRENTE
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-TOTALDIVIDA-MOV          TO WS-TOT-ESTORNADO
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           MOVE WS-TOTALDIVIDA-MOV         TO WS-VALOR-A-CASAR
           MOVE WS-CODCLI-GRUPO            TO WS-CODCLI-ACD-PROCURADO
           PERFORM 2500-LOCALIZA-ACORDO
           IF TEM-ACORDO
              AND WS-ACORDO-VIGENTE-ACD
              PERFORM 2530-ESTORNA-PARCELAS
              PERFORM 2510-AVALIA-ACORDO
           END-IF

           ADD 1                           TO WS-QTD-ESTORNADO
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       2400-RESTAURA-SALDO.
           MOVE 0                          TO WS-EXH-POSICAO
           PERFORM VARYING WS-IDX-EXH FROM 1 BY 1
           END-IF
           .

      *----LOCALIZA NA TABELA DE ACORDOS O CODCLI EM
      *----WS-CODCLI-ACD-PROCURADO (MESMA PROCURA SEQUENCIAL DO MERGE:
      *----CADASTRO E TABELA EM ORDEM DE CODCLI)
       2500-LOCALIZA-ACORDO.
           MOVE "N"                        TO WS-ACD-ACHADO
           PERFORM UNTIL WS-IDX-ACD > WS-QTD-ACD-TAB
                   OR WS-ACD-CODCLI(WS-IDX-ACD) NOT <
                      WS-CODCLI-ACD-PROCURADO
              ADD 1                        TO WS-IDX-ACD
           END-PERFORM

           IF WS-IDX-ACD NOT > WS-QTD-ACD-TAB
              IF WS-ACD-CODCLI(WS-IDX-ACD) = WS-CODCLI-ACD-PROCURADO
                 SET TEM-ACORDO            TO TRUE
                 MOVE WS-IDX-ACD           TO WS-IDX-ACD-ATUAL
                 MOVE WS-ACD-REGISTRO(WS-IDX-ACD)
                                           TO WS-REG-CLI-ACD
              END-IF
           END-IF
           .

      *----MESMA AVALIACAO DO MERGE: ACORDO VIGENTE EM DIA CONGELA OS
      *----JUROS; SEM PARCELAS EM ABERTO ESTA QUITADO; COM PARCELA
      *----VENCIDA ALEM DA CARENCIA ESTA ROMPIDO
       2510-AVALIA-ACORDO.
           MOVE "N"                        TO WS-ACD-CONGELA
           IF TEM-ACORDO
              AND WS-ACORDO-VIGENTE-ACD
              PERFORM 8500-VERIFICA-ACORDO
              IF ACORDO-EM-DIA
                 IF WS-ACRD-QTD-ABERTAS = 0
                    SET WS-ACORDO-QUITADO-ACD TO TRUE
                 ELSE
                    SET ACORDO-CONGELADO   TO TRUE
                 END-IF
              ELSE
                 SET WS-ACORDO-ROMPIDO-ACD TO TRUE
              END-IF
              MOVE WS-REG-CLI-ACD          TO
                                    WS-ACD-REGISTRO(WS-IDX-ACD-ATUAL)
           END-IF
           .

      *----DISTRIBUI O VALOR ABATIDO PELAS PARCELAS EM ABERTO, DA MAIS
      *----ANTIGA PARA A MAIS NOVA (MESMA REGRA DO MERGE)
       2520-APLICA-PARCELAS.
           PERFORM VARYING WS-ACRD-IDX FROM 1 BY 1
                   UNTIL WS-ACRD-IDX > WS-QTPARC-ACD
                   OR WS-ACRD-IDX > 12
                   OR WS-VALOR-A-CASAR = 0
              IF WS-VALORPAGO-ACD(WS-ACRD-IDX) <
                 WS-VALORPARC-ACD(WS-ACRD-IDX)
                 SUBTRACT WS-VALORPAGO-ACD(WS-ACRD-IDX)
                          FROM WS-VALORPARC-ACD(WS-ACRD-IDX)
                          GIVING WS-VALOR-FALTA-PARC
                 IF WS-VALOR-A-CASAR < WS-VALOR-FALTA-PARC
                    ADD WS-VALOR-A-CASAR
                                 TO WS-VALORPAGO-ACD(WS-ACRD-IDX)
                    MOVE 0                 TO WS-VALOR-A-CASAR
                 ELSE
                    MOVE WS-VALORPARC-ACD(WS-ACRD-IDX)
                                 TO WS-VALORPAGO-ACD(WS-ACRD-IDX)
                    SUBTRACT WS-VALOR-FALTA-PARC
                                           FROM WS-VALOR-A-CASAR
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-REG-CLI-ACD             TO
                                    WS-ACD-REGISTRO(WS-IDX-ACD-ATUAL)
           .

      *----RETIRA O VALOR ESTORNADO DAS PARCELAS PAGAS, DA MAIS NOVA
      *----PARA A MAIS ANTIGA (MESMA REGRA DO MERGE)
       2530-ESTORNA-PARCELAS.
           IF WS-QTPARC-ACD > 12
              MOVE 12                      TO WS-ACRD-IDX
           ELSE
              MOVE WS-QTPARC-ACD           TO WS-ACRD-IDX
           END-IF
           PERFORM UNTIL WS-ACRD-IDX < 1
                   OR WS-VALOR-A-CASAR = 0
              IF WS-VALOR-A-CASAR < WS-VALORPAGO-ACD(WS-ACRD-IDX)
                 SUBTRACT WS-VALOR-A-CASAR
                                 FROM WS-VALORPAGO-ACD(WS-ACRD-IDX)
                 MOVE 0                    TO WS-VALOR-A-CASAR
              ELSE
                 SUBTRACT WS-VALORPAGO-ACD(WS-ACRD-IDX)
                                           FROM WS-VALOR-A-CASAR
                 MOVE 0                    TO
                                    WS-VALORPAGO-ACD(WS-ACRD-IDX)
              END-IF
              SUBTRACT 1                   FROM WS-ACRD-IDX
           END-PERFORM
           MOVE WS-REG-CLI-ACD             TO
                                    WS-ACD-REGISTRO(WS-IDX-ACD-ATUAL)
           .

      *----APURA OS TOTAIS REAIS DOS ARQUIVOS DE SAIDA DO MERGE E
      *----DRENA EVENTUAIS REJEICOES QUE O REPROCESSAMENTO NAO CASOU
      *----(EM LOTE SADIO NAO SOBRA NENHUMA)
              PERFORM 3200-LER-CLIEXC
           END-PERFORM

           PERFORM 3300-LER-CLIBXA
           PERFORM UNTIL FIM-ARQUIVO-BX
              ADD 1                        TO WS-QTD-BXA-APURADO
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              ADD WS-TOTALDIVIDA-BXA       TO WS-TOT-BXA-APURADO
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              PERFORM 3300-LER-CLIBXA
           END-PERFORM

           PERFORM UNTIL FIM-ARQUIVO-R
              ADD 1                        TO WS-QTD-INCONSISTENTE
                  ON SIZE ERROR
           END-IF
           .

       3300-LER-CLIBXA.
           READ CLIBXA INTO WS-REG-CLI-BXA
           IF NOT SUCESSO-BX
              IF NOT FIM-ARQUIVO-BX
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIBXA            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----CRUZA O ESPERADO DO REPROCESSAMENTO COM O APURADO NOS
      *----ARQUIVOS DO MERGE, EM REAIS E EM QUANTIDADES; QUALQUER
      *----DIFERENCA MARCA O LOTE COMO FORA DE BALANCO
              SET FORA-BALANCO             TO TRUE
           END-IF

           IF WS-TOT-BAIXADO-ESP NOT = WS-TOT-BXA-APURADO
              SET FORA-BALANCO             TO TRUE
           END-IF

           IF WS-QTD-NEW-ESPERADO NOT = WS-QTD-NEW-APURADO
              SET FORA-BALANCO             TO TRUE
           END-IF
              SET FORA-BALANCO             TO TRUE
           END-IF

           IF WS-QTD-BAIXADO-ESP NOT = WS-QTD-BXA-APURADO
              SET FORA-BALANCO             TO TRUE
           END-IF

           IF WS-QTD-REJ-ESPERADO NOT = WS-QTD-REJ-APURADO
              SET FORA-BALANCO             TO TRUE
           END-IF
           END-IF

      *----A IDENTIDADE DE QUANTIDADES DO LOTE: LIDOS EM CLIOLD MAIS
      *----INCLUSOES MENOS EXCLUSOES E BAIXAS TEM QUE DAR OS GRAVADOS
      *----EM CLINEW
           IF WS-QTD-OLD + WS-QTD-INCLUIDO + WS-QTD-REINTEGRADO
              - WS-QTD-EXCLUIDO-ESP - WS-QTD-BAIXADO-ESP
              NOT = WS-QTD-NEW-APURADO
              SET FORA-BALANCO             TO TRUE
           END-IF
           MOVE WS-TOT-EXCLUIDO-ESP        TO WS-REC-VALOR
           PERFORM 4300-GRAVA-VALOR

           MOVE "DIVIDA BAIXADA PARA PERDA ESPERADA..........:"
                                           TO WS-REC-DESC
           MOVE WS-TOT-BAIXADO-ESP         TO WS-REC-VALOR
           PERFORM 4300-GRAVA-VALOR

           MOVE "JUROS APLICADOS NAS ALTERACOES..............:"
                                           TO WS-REC-DESC
           MOVE WS-TOT-JUROS               TO WS-REC-VALOR
           MOVE WS-TOT-PAGO                TO WS-REC-VALOR
           PERFORM 4300-GRAVA-VALOR

           MOVE "DIVIDA ESTORNADA NO LOTE....................:"
                                           TO WS-REC-DESC
           MOVE WS-TOT-ESTORNADO           TO WS-REC-VALOR
           PERFORM 4300-GRAVA-VALOR

           MOVE "DIVIDA ESPERADA EM CLINEW...................:"
                                           TO WS-REC-DESC
           MOVE WS-TOT-NEW-ESPERADO        TO WS-REC-VALOR
           MOVE WS-TOT-EXC-APURADO         TO WS-REC-VALOR
           PERFORM 4300-GRAVA-VALOR

           MOVE "DIVIDA APURADA EM CLIBXA....................:"
                                           TO WS-REC-DESC
           MOVE WS-TOT-BXA-APURADO         TO WS-REC-VALOR
           PERFORM 4300-GRAVA-VALOR

           MOVE "DIVIDA APURADA EM CLIREJ....................:"
                                           TO WS-REC-DESC
           MOVE WS-TOT-REJ-APURADO         TO WS-REC-VALOR
           MOVE WS-QTD-EXCLUIDO-ESP        TO WS-REC-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "BAIXAS PARA PERDA ESPERADAS.................:"
                                           TO WS-REC-DESC-Q
           MOVE WS-QTD-BAIXADO-ESP         TO WS-REC-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "PAGAMENTOS ESPERADOS........................:"
                                           TO WS-REC-DESC-Q
           MOVE WS-QTD-PAGO                TO WS-REC-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "ESTORNOS ESPERADOS..........................:"
                                           TO WS-REC-DESC-Q
           MOVE WS-QTD-ESTORNADO           TO WS-REC-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "ALTERACOES COM JUROS CONGELADOS POR ACORDO..:"
                                           TO WS-REC-DESC-Q
           MOVE WS-QTD-CONGELADO           TO WS-REC-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "CADASTROS ESPERADOS EM CLINEW...............:"
                                           TO WS-REC-DESC-Q
           MOVE WS-QTD-NEW-ESPERADO        TO WS-REC-VALOR-Q
           MOVE WS-QTD-EXC-APURADO         TO WS-REC-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "BAIXAS APURADAS EM CLIBXA...................:"
                                           TO WS-REC-DESC-Q
           MOVE WS-QTD-BXA-APURADO         TO WS-REC-VALOR-Q
           PERFORM 4400-GRAVA-QTD

           MOVE "REJEICOES ESPERADAS.........................:"
                                           TO WS-REC-DESC-Q
           MOVE WS-QTD-REJ-ESPERADO        TO WS-REC-VALOR-Q
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLIBXA
           IF NOT SUCESSO-BX
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIBXA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLIEXH
           IF NOT SUCESSO-H
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
           PERFORM 9500-GRAVA-JOURNAL
           .

      *----(8500-VERIFICA-ACORDO) VERIFICA O ACORDO DE PARCELAMENTO
           COPY ROTACRD.

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

