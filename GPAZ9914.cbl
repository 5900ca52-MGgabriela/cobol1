      *PRIMARIA) OU POR CPF (CHAVE ALTERNADA), EXIBINDO O CADASTRO     *
      *COMPLETO COM O TELEFONE FORMATADO E O SALDO, E INFORMANDO SE    *
      *O CLIENTE CONSTA NO HISTORICO DE EXCLUSOES (CLIEXC ACUMULADO,   *
      *CARREGADO EM TABELA NA INICIALIZACAO). A OPCAO "H" LISTA O      *
      *RAZAO DE MOVIMENTOS DO CLIENTE (CLILDG, CARREGADO PELO          *
      *GPAZ9928) LANCAMENTO A LANCAMENTO, COM O SALDO CORRENTE, PARA   *
      *O ATENDENTE EXPLICAR COMO O SALDO CHEGOU AO VALOR ATUAL.        *
      *O ACESSO EXIGE OPERADOR E SENHA DO CADASTRO DE OPERADORES       *
      *(CLIOPR) E CADA CONSULTA VAI PARA O LOG DE ACESSO (CLILOG) COM  *
      *O OPERADOR, A HORA, A CHAVE E O CPF DO CLIENTE, PARA QUE SE     *
      *SAIBA QUEM VIU OS DADOS DE CADA TITULAR (LGPD).                 *
      *ENCERRA QUANDO O OPERADOR INFORMAR A OPCAO "S".                 *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
           FILE STATUS IS FS-CLIPLC
           .

           SELECT CLILDG ASSIGN            TO CLILDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LDG
           FILE STATUS IS FS-CLILDG
           .

           SELECT CLIOPR ASSIGN            TO UT-S-CLIOPR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIOPR
           .

           SELECT CLILOG ASSIGN            TO UT-S-CLILOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLILOG
           .


           SELECT CLIJRN ASSIGN            TO UT-S-CLIJRN
           ORGANIZATION IS SEQUENTIAL
           COPY ARQCLIPL REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==PLC==.

      *----RAZAO DE MOVIMENTOS POR CLIENTE CARREGADO PELO GPAZ9928
       FD  CLILDG
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CLI-LDG
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLILDG
           COPY ARQCLILG REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==LDG==.

      *----CADASTRO DE OPERADORES MANTIDO PELA AREA DE SEGURANCA
       FD  CLIOPR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-CLI-OPR
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIOPR
           COPY ARQCLIOP REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==OPR==.

      *----LOG DE ACESSO A DADOS DE CLIENTE, ACUMULADO DE SESSAO EM
      *----SESSAO (VIDE ROTACES)
       FD  CLILOG
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-CLI-LOG
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLILOG
           COPY ARQCLIAL REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==LOG==.

      *----JOURNAL DE EXECUCAO DA ESTEIRA: UM REGISTRO POR EXECUCAO,
      *----ACUMULADO DE EXECUCAO EM EXECUCAO (VIDE ROTJRNL)
       FD  CLIJRN
       77  WS-OPCAO                        PIC X(01).
              88 CONSULTA-CODIGO                   VALUE "C" "c".
              88 CONSULTA-CPF                      VALUE "F" "f".
              88 CONSULTA-HISTORICO                VALUE "H" "h".
              88 CONSULTA-SAIR                     VALUE "S" "s".
       77  WS-CODCLI-CONSULTA              PIC X(04).
       77  WS-CPF-CONSULTA                 PIC X(11).
      *ARQCLIAR); SITUACAO DESCONHECIDA SAI COM O PROPRIO CODIGO
       77  WS-PLC-SIT-DESC                 PIC X(20).

      *VARIAVEIS ESPELHO DO CLILDG
       COPY ARQCLILG REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==LDG==.

      *SALDO CORRENTE DO HISTORICO: PARTE DO SALDO ANTES DO PRIMEIRO
      *LANCAMENTO E ACOMPANHA O SINAL DE CADA LANCAMENTO; QUANDO O
      *SALDO ANTES DE UM LANCAMENTO NAO BATE COM O SALDO CORRENTE (O
      *CADASTRAMENTO INICIAL NAO GERA LANCAMENTO), A DIFERENCA E
      *APONTADA E O SALDO CORRENTE ASSUME O SALDO DO LANCAMENTO. E
      *SINALIZADO: UM PAGAMENTO A MAIOR OU UM ESTORNO PODE LEVA-LO
      *ABAIXO DE ZERO
       77  WS-HIS-SALDO-CORRENTE           PIC S9(08)V99.
       77  WS-HIS-SALDO-F                  PIC -ZZ.ZZZ.ZZ9,99.
       77  WS-HIS-QTD-LANC                 PIC 9(07)
                                                   COMP.
       77  WS-HIS-QTD-LANC-F               PIC ZZZZZZ9.
       77  WS-FIM-HISTORICO                PIC X(01).
              88 FIM-HISTORICO                     VALUE "S".
       01  WS-HIS-CABECALHO.
           05 FILLER                       PIC X(11)
                                                   VALUE "DATA".
           05 FILLER                       PIC X(33)
                                                   VALUE "LANCAMENTO".
           05 FILLER                       PIC X(12)
                                                   VALUE "       VALOR".
           05 FILLER                       PIC X(15)
                                                   VALUE
              "          SALDO".
       01  WS-HIS-LINHA.
           05 WS-HIS-DATA-F.
              10 WS-HIS-DIA-F              PIC 99.
              10 FILLER                    PIC X(01)
                                                   VALUE "/".
              10 WS-HIS-MES-F              PIC 99.
              10 FILLER                    PIC X(01)
                                                   VALUE "/".
              10 WS-HIS-ANO-F              PIC 9(04).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-HIS-DESCRICAO             PIC X(30).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-HIS-SINAL                 PIC X(01).
           05 WS-HIS-VALOR                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-HIS-SALDO                 PIC -ZZ.ZZZ.ZZ9,99.
       01  WS-HIS-DATAORIG-F.
           05 WS-HIS-DIA-ORIG-F            PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-HIS-MES-ORIG-F            PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-HIS-ANO-ORIG-F            PIC 9(04).

      *SALDO E CPF DO CADASTRO DO CLIENTE DO HISTORICO, LIDOS ANTES DA
      *LISTAGEM PARA QUE O ACESSO SEJA REGISTRADO COM O CPF
       77  WS-HIS-SALDO-CADASTRO           PIC 9(08)V99.
       77  WS-HIS-NO-CADASTRO              PIC X(01).
              88 HIS-NO-CADASTRO                   VALUE "S".

      *VARIAVEIS ESPELHO DO CLIOPR E TABELA DE OPERADORES
       COPY ARQCLIOP REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==OPR==.
       COPY VAROPER.

      *VARIAVEIS ESPELHO DO CLILOG, DA IDENTIFICACAO DO OPERADOR E DO
      *LOG DE ACESSO
       COPY ARQCLIAL REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==LOG==.
       COPY VARACES.

      *TELEFONE FORMATADO PARA EXIBICAO (VIDE 7000-FORMATA-FONE)
       COPY VARFONE.

              88 SUCESSO-PC                        VALUE "00".
              88 FIM-ARQUIVO-PC                    VALUE "10".
              88 PLC-INEXISTENTE                   VALUE "35".
       01  FS-CLILDG                       PIC X(02).
              88 SUCESSO-L                         VALUE "00".
              88 FIM-ARQUIVO-L                     VALUE "10".
              88 LDG-NAO-ACHADO                    VALUE "23".
       77  WS-FS                           PIC X(02).

      *VARIAVEIS DE MENSAGEM DE ERRO
       77  WS-MSG-ERRO-TAB-PLC             PIC X(40)
                                                   VALUE
           "ERRO DE TABELA DE COLOCACOES CHEIA".
       77  WS-MSG-ERRO-OPEN-L              PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO LDG".
       77  WS-MSG-ERRO-CLOSE-L             PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO LDG".
       77  WS-MSG-ERRO-READ-L              PIC X(40)
                                                   VALUE
           "ERRO DE LEITURA DO ARQUIVO LDG".
       77  WS-MSG-ERRO-START-L             PIC X(40)
                                                   VALUE
           "ERRO DE POSICIONAMENTO DO ARQUIVO LDG".
       77  WS-MSG-ERRO-ADD                 PIC X(40)
                                                   VALUE
           "ERRO DE TAMANHO DA VARIAVEL".

       77  WS-IGUAL                        PIC X(50)
                                                   VALUE ALL "=".
           MOVE "GPAZ9914"                 TO WS-PROGRAMA-JRN
           ACCEPT WS-DATAPROC-JRN FROM DATE YYYYMMDD

      *----IDENTIFICACAO DO OPERADOR: A CONSULTA E LIBERADA A
      *----QUALQUER OPERADOR ATIVO, DE QUALQUER PAPEL
           MOVE SPACES                     TO WS-PAPEL-EXIGIDO
           PERFORM 9300-IDENTIFICA-OPERADOR

      *----ABERTURA DO ARQ CLIIDX PARA CONSULTA DIRETA
           OPEN INPUT CLIIDX
           IF NOT SUCESSO-I
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLILDG PARA A CONSULTA DO HISTORICO
           OPEN INPUT CLILDG
           IF NOT SUCESSO-L
              MOVE WS-MSG-ERRO-OPEN-L      TO WS-MSG
              MOVE FS-CLILDG               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLIEXC (HISTORICO ACUMULADO) PARA CARGA
      *----DA TABELA DE EXCLUSOES
           OPEN INPUT CLIEXC

       2000-ATENDE-CONSULTA.
           DISPLAY WS-IGUAL
           DISPLAY "CONSULTA POR (C)ODIGO, (F) CPF, (H)ISTORICO OU "
                   "(S)AIR?"
           ACCEPT WS-OPCAO

           IF CONSULTA-CODIGO
              IF CONSULTA-CPF
                 PERFORM 2200-CONSULTA-POR-CPF
              ELSE
                 IF CONSULTA-HISTORICO
                    PERFORM 2600-CONSULTA-HISTORICO
                 ELSE
                    IF NOT CONSULTA-SAIR
                       DISPLAY "OPCAO INVALIDA: " WS-OPCAO
                    END-IF
                 END-IF
              END-IF
           END-IF
           DISPLAY "INFORME O CODIGO DO CLIENTE:"
           ACCEPT WS-CODCLI-CONSULTA

           INITIALIZE WS-REG-CLI-LOG
           MOVE "C"                        TO WS-ACAO-LOG
           MOVE WS-CODCLI-CONSULTA         TO WS-CODCLI-LOG

           MOVE WS-CODCLI-CONSULTA         TO CODCLI-IDX
           READ CLIIDX
           IF SUCESSO-I
              MOVE CPFCLI-IDX              TO WS-CPFCLI-LOG
              MOVE "S"                     TO WS-RESULTADO-LOG
              PERFORM 9600-GRAVA-ACESSO
              PERFORM 2300-EXIBE-CADASTRO
           ELSE
              IF CHAVE-NAO-ACHADA
                 MOVE "N"                  TO WS-RESULTADO-LOG
                 PERFORM 9600-GRAVA-ACESSO
                 DISPLAY "CLIENTE NAO ENCONTRADO..: "
                         WS-CODCLI-CONSULTA
                 PERFORM 2400-VERIFICA-EXCLUSAO
           ACCEPT WS-CPF-CONSULTA

           IF WS-CPF-CONSULTA IS NUMERIC
              INITIALIZE WS-REG-CLI-LOG
              MOVE "F"                     TO WS-ACAO-LOG
              MOVE WS-CPF-CONSULTA         TO WS-CPFCLI-LOG

              MOVE WS-CPF-CONSULTA         TO CPFCLI-IDX
              READ CLIIDX KEY IS CPFCLI-IDX
              IF SUCESSO-I
                 MOVE CODCLI-IDX           TO WS-CODCLI-LOG
                 MOVE "S"                  TO WS-RESULTADO-LOG
                 PERFORM 9600-GRAVA-ACESSO
                 PERFORM 2300-EXIBE-CADASTRO
              ELSE
                 IF CHAVE-NAO-ACHADA
                    MOVE "N"               TO WS-RESULTADO-LOG
                    PERFORM 9600-GRAVA-ACESSO
                    DISPLAY "CPF NAO ENCONTRADO......: "
                            WS-CPF-CONSULTA
                 ELSE
           END-IF
           .

      *----LISTA O RAZAO DE MOVIMENTOS DO CLIENTE EM ORDEM DE DATA E
      *----SEQUENCIA, COM O SALDO CORRENTE APOS CADA LANCAMENTO, E
      *----FECHA COM O SALDO ATUAL DO CADASTRO PARA CONFERENCIA
       2600-CONSULTA-HISTORICO.
           DISPLAY "INFORME O CODIGO DO CLIENTE:"
           ACCEPT WS-CODCLI-CONSULTA

      *----O CADASTRO E LIDO ANTES DA LISTAGEM: O ACESSO VAI PARA O
      *----LOG COM O CPF DO CLIENTE E O SALDO ATUAL FECHA A LISTAGEM
           INITIALIZE WS-REG-CLI-LOG
           MOVE "H"                        TO WS-ACAO-LOG
           MOVE WS-CODCLI-CONSULTA         TO WS-CODCLI-LOG
           MOVE "N"                        TO WS-HIS-NO-CADASTRO
           MOVE "N"                        TO WS-RESULTADO-LOG

           MOVE WS-CODCLI-CONSULTA         TO CODCLI-IDX
           READ CLIIDX
           IF SUCESSO-I
              SET HIS-NO-CADASTRO          TO TRUE
              MOVE TOTALDIVIDA-IDX         TO WS-HIS-SALDO-CADASTRO
              MOVE CPFCLI-IDX              TO WS-CPFCLI-LOG
              MOVE "S"                     TO WS-RESULTADO-LOG
           ELSE
              IF NOT CHAVE-NAO-ACHADA
                 MOVE WS-MSG-ERRO-READ-I   TO WS-MSG
                 MOVE FS-CLIIDX            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           PERFORM 9600-GRAVA-ACESSO

           MOVE 0                          TO WS-HIS-QTD-LANC
           MOVE 0                          TO WS-HIS-SALDO-CORRENTE
           MOVE "N"                        TO WS-FIM-HISTORICO

           MOVE WS-CODCLI-CONSULTA         TO CODCLI-LDG
           MOVE ZEROS                      TO DATALANC-LDG
                                              SEQLANC-LDG
           START CLILDG KEY IS NOT LESS THAN CHAVE-LDG
           IF SUCESSO-L
              PERFORM 2610-LER-HISTORICO
           ELSE
              IF LDG-NAO-ACHADO
                 SET FIM-HISTORICO         TO TRUE
              ELSE
                 MOVE WS-MSG-ERRO-START-L  TO WS-MSG
                 MOVE FS-CLILDG            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

           DISPLAY WS-IGUAL
           DISPLAY "HISTORICO DO CLIENTE: " WS-CODCLI-CONSULTA
           IF FIM-HISTORICO
              DISPLAY "NENHUM LANCAMENTO NO HISTORICO DO CLIENTE"
           ELSE
              DISPLAY WS-HIS-CABECALHO
           END-IF

           PERFORM UNTIL FIM-HISTORICO
              PERFORM 2620-EXIBE-LANCAMENTO
              PERFORM 2610-LER-HISTORICO
           END-PERFORM

           IF WS-HIS-QTD-LANC > 0
              MOVE WS-HIS-QTD-LANC         TO WS-HIS-QTD-LANC-F
              MOVE WS-HIS-SALDO-CORRENTE   TO WS-HIS-SALDO-F
              DISPLAY "TOTAL DE LANCAMENTOS.....: " WS-HIS-QTD-LANC-F
              DISPLAY "SALDO FINAL DO HISTORICO.: " WS-HIS-SALDO-F
           END-IF

           IF HIS-NO-CADASTRO
              MOVE WS-HIS-SALDO-CADASTRO   TO WS-SALDO-F
              DISPLAY "SALDO ATUAL NO CADASTRO..: " WS-SALDO-F
           ELSE
              DISPLAY "CLIENTE FORA DO CADASTRO ATIVO"
           END-IF
           .

      *----LE O PROXIMO LANCAMENTO DO RAZAO; A QUEBRA DE CODCLI
      *----ENCERRA O HISTORICO DO CLIENTE CONSULTADO
       2610-LER-HISTORICO.
           READ CLILDG NEXT RECORD INTO WS-REG-CLI-LDG
           IF SUCESSO-L
              IF WS-CODCLI-LDG NOT = WS-CODCLI-CONSULTA
                 SET FIM-HISTORICO         TO TRUE
              END-IF
           ELSE
              IF FIM-ARQUIVO-L
                 SET FIM-HISTORICO         TO TRUE
              ELSE
                 MOVE WS-MSG-ERRO-READ-L   TO WS-MSG
                 MOVE FS-CLILDG            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       2620-EXIBE-LANCAMENTO.
           IF WS-HIS-QTD-LANC = 0
              MOVE WS-SALDOANT-LDG         TO WS-HIS-SALDO-CORRENTE
                                              WS-SALDO-F
              DISPLAY "SALDO ANTES DO PRIMEIRO LANCAMENTO.....: "
                      WS-SALDO-F
           ELSE
              IF WS-SALDOANT-LDG NOT = WS-HIS-SALDO-CORRENTE
                 MOVE WS-SALDOANT-LDG      TO WS-HIS-SALDO-CORRENTE
                                              WS-SALDO-F
                 DISPLAY "SALDO SEM LANCAMENTO NO HISTORICO, "
                         "PASSA A: " WS-SALDO-F
              END-IF
           END-IF

           IF WS-SINAL-LDG = "+"
              ADD WS-VALOR-LDG             TO WS-HIS-SALDO-CORRENTE
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF WS-SINAL-LDG = "-"
                 SUBTRACT WS-VALOR-LDG   FROM WS-HIS-SALDO-CORRENTE
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-SUBTRACT
              END-IF
           END-IF

           ADD 1                           TO WS-HIS-QTD-LANC
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD

           MOVE WS-DATALANC-LDG(7:2)       TO WS-HIS-DIA-F
           MOVE WS-DATALANC-LDG(5:2)       TO WS-HIS-MES-F
           MOVE WS-DATALANC-LDG(1:4)       TO WS-HIS-ANO-F
           MOVE WS-DESCRICAO-LDG           TO WS-HIS-DESCRICAO
           MOVE WS-SINAL-LDG               TO WS-HIS-SINAL
           MOVE WS-VALOR-LDG               TO WS-HIS-VALOR
           MOVE WS-HIS-SALDO-CORRENTE      TO WS-HIS-SALDO
           DISPLAY WS-HIS-LINHA

           IF WS-DATAORIG-LDG NOT = ZEROS
              MOVE WS-DATAORIG-LDG(7:2)    TO WS-HIS-DIA-ORIG-F
              MOVE WS-DATAORIG-LDG(5:2)    TO WS-HIS-MES-ORIG-F
              MOVE WS-DATAORIG-LDG(1:4)    TO WS-HIS-ANO-ORIG-F
              DISPLAY "           PAGAMENTO ESTORNADO APLICADO EM "
                      WS-HIS-DATAORIG-F
           END-IF
           .

       3000-TERMINO.
      *----FECHA ARQ CLIIDX
           CLOSE CLIIDX
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLILDG
           CLOSE CLILDG
           IF NOT SUCESSO-L
              MOVE WS-MSG-ERRO-CLOSE-L     TO WS-MSG
              MOVE FS-CLILDG               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----REGISTRA A SAIDA DO OPERADOR E FECHA O LOG DE ACESSO
           PERFORM 9700-ENCERRA-ACESSO

           DISPLAY "FIM DA CONSULTA DE CLIENTES"

      *----JOURNAL DE EXECUCAO: A CONSULTA SO GRAVA O LOG DE ACESSO;
      *----REGISTRA A SESSAO COM RETORNO LIMPO
           MOVE WS-CTGRAVLOG               TO WS-QTGRAV-JRN
           MOVE 0                          TO WS-RC-FINAL
           PERFORM 9500-GRAVA-JOURNAL
           .
      *----(7000-FORMATA-FONE) FORMATA O TELEFONE PARA EXIBICAO
           COPY ROTFONE.

      *----(9200/9250) CARREGA E LOCALIZA OPERADORES
           COPY ROTOPER.

      *----(9300/9600/9700) IDENTIFICA O OPERADOR E GRAVA O LOG DE
      *----ACESSO
           COPY ROTACES.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

