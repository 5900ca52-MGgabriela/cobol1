      *----------------------------------------------------------------*
      *OBJETIVO: DIGITACAO ASSISTIDA DE MOVIMENTOS DE CLIENTE.         *
      *COMPANHEIRO INTERATIVO DA CONSULTA (GPAZ9914): CAPTURA OS       *
      *MOVIMENTOS I/A/E/R/S NO TERMINAL, CRITICANDO CADA CAMPO NA HORA *
      *- EXISTENCIA DO CLIENTE NO CADASTRO MESTRE INDEXADO CLIIDX      *
      *(INCLUSAO EXIGE CODIGO LIVRE, ALTERACAO/EXCLUSAO/ESTORNO DE     *
      *PAGAMENTO EXIGEM CODIGO CADASTRADO), CPF PELO PGMAUX03          *
      *(INCLUSIVE JA CADASTRADO SOB OUTRO CODIGO, PELA CHAVE           *
      *ALTERNADA), CEP PELO PGMAUX04 E CAMPOS NUMERICOS - E ACUMULA    *
      *AS ENTRADAS DO DIA EM TABELA.                                   *
      *AO ENCERRAR ("S"), GRAVA O ARQ CLIMOV JA NA ORDEM ASCENDENTE    *
      *DE CODCLI QUE A CRITICA DE SEQUENCIA DO MERGE (GPAZ9906)        *
      *EXIGE: O ERRO DE DIGITACAO CUSTA SEGUNDOS NO TERMINAL, E NAO    *
      *UM CICLO DE RECICLAGEM PELO GPAZ9910 NA NOITE SEGUINTE.         *
      *SO ENTRA OPERADOR DE PAPEL DIGITACAO ("D") DO CADASTRO DE       *
      *OPERADORES (CLIOPR), COM SENHA; CADA MOVIMENTO DIGITADO, ACEITO *
      *OU DESCARTADO, E CADA CONSULTA DE CPF VAO PARA O LOG DE ACESSO  *
      *(CLILOG) COM O OPERADOR, A HORA E A CHAVE (LGPD).               *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
           FILE STATUS IS FS-CLIMOV
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
           COPY ARQCLI03 REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==MOV==.

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
              88 TIPO-ALTERAR                      VALUE "A" "a".
              88 TIPO-EXCLUIR                      VALUE "E" "e".
              88 TIPO-REINCLUIR                    VALUE "R" "r".
              88 TIPO-ESTORNAR                     VALUE "S" "s".
       77  WS-CODCLI-ENT-D                 PIC X(04).
       77  WS-NOMECLI-ENT-D                PIC X(25).
       77  WS-LOGRCLI-ENT-D                PIC X(30).
                                           PIC 9(08)V99.
       77  WS-DIASATRASO-ENT-D             PIC X(03).
       77  WS-CPFCLI-ENT-D                 PIC X(11).
       77  WS-DATAORIG-ENT-D               PIC X(08).

      *SITUACAO DA ENTRADA EM DIGITACAO: QUALQUER CRITICA REPROVADA
      *DESCARTA A ENTRADA INTEIRA (O OPERADOR REDIGITA)
              88 ENTRADA-OK                        VALUE "S".
       77  WS-CLIENTE-EXISTE               PIC X(01).
              88 CLIENTE-EXISTE                    VALUE "S".
      *CPF DO CADASTRO DO CLIENTE DIGITADO, GUARDADO NA CONSULTA DE
      *EXISTENCIA PARA O LOG DE ACESSO (A CRITICA DO CPF RELE O
      *CLIIDX PELA CHAVE ALTERNADA E TROCA O REGISTRO LIDO)
       77  WS-CPF-CADASTRO                 PIC X(11).

      *DADOS ENVIADOS AO PGMAUX03 PARA VALIDACAO DO CPF
       01  WS-DADOS-CPF.
       77  WS-IGUAL                        PIC X(50)
                                                   VALUE ALL "=".

      *VARIAVEIS ESPELHO DO CLIOPR E TABELA DE OPERADORES
       COPY ARQCLIOP REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==OPR==.
       COPY VAROPER.

      *VARIAVEIS ESPELHO DO CLILOG, DA IDENTIFICACAO DO OPERADOR E DO
      *LOG DE ACESSO
       COPY ARQCLIAL REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==LOG==.
       COPY VARACES.

      *VARIAVEIS DO JOURNAL DE EXECUCAO E DO CODIGO DE RETORNO
      *PADRONIZADO DA ESTEIRA
       COPY VARJRNL.
           MOVE "GPAZ9923"                 TO WS-PROGRAMA-JRN
           ACCEPT WS-DATAPROC-JRN FROM DATE YYYYMMDD

      *----IDENTIFICACAO DO OPERADOR: SO O PAPEL DE DIGITACAO ENTRA
           MOVE "D"                        TO WS-PAPEL-EXIGIDO
           PERFORM 9300-IDENTIFICA-OPERADOR

           MOVE 0                          TO WS-QTD-MOV-TAB
                                              WS-CTCAPTADOS
                                              WS-CTRECUSADOS
           END-IF

           SET ENTRADA-OK                  TO TRUE
           MOVE "N"                        TO WS-CLIENTE-EXISTE
           MOVE SPACES                     TO WS-TIPO-ENT
                                              WS-CPFCLI-ENT-D
                                              WS-CPF-CADASTRO

           DISPLAY "CODIGO DO CLIENTE (4 POSICOES):"
           ACCEPT WS-CODCLI-ENT-D
           IF ENTRADA-OK
              PERFORM 2200-CONSULTA-EXISTENCIA

              DISPLAY "TIPO DE MOVIMENTO (I/A/E/R/S):"
              ACCEPT WS-TIPO-ENT
              PERFORM 2300-CRITICA-TIPO
           END-IF
              ELSE
                 IF TIPO-ALTERAR
                    PERFORM 2500-CAPTURA-ALTERACAO
                 ELSE
                 IF TIPO-ESTORNAR
                    PERFORM 2650-CAPTURA-ESTORNO
                 ELSE
                    PERFORM 2600-MONTA-EXC-REINC
                 END-IF
                 END-IF
              END-IF
           END-IF

              END-ADD
              DISPLAY "MOVIMENTO DESCARTADO - REDIGITE"
           END-IF

           PERFORM 2800-REGISTRA-MOVIMENTO
           .

       2100-SAIDA.
           READ CLIIDX
           IF SUCESSO-I
              SET CLIENTE-EXISTE           TO TRUE
              MOVE CPFCLI-IDX              TO WS-CPF-CADASTRO
           ELSE
              IF NOT CHAVE-NAO-ACHADA
                 MOVE WS-MSG-ERRO-READ-I   TO WS-MSG
              AND NOT TIPO-ALTERAR
              AND NOT TIPO-EXCLUIR
              AND NOT TIPO-REINCLUIR
              AND NOT TIPO-ESTORNAR
              DISPLAY "TIPO INVALIDO: " WS-TIPO-ENT
              MOVE "N"                     TO WS-ENTRADA-OK
           ELSE
                 MOVE "N"                  TO WS-ENTRADA-OK
              END-IF

              IF (TIPO-ALTERAR OR TIPO-EXCLUIR OR TIPO-ESTORNAR)
                 AND NOT CLIENTE-EXISTE
                 DISPLAY "CLIENTE NAO ENCONTRADO..: " WS-CODCLI-ENT-D
                 MOVE "N"                  TO WS-ENTRADA-OK
                         WS-CPFCLI-ENT-D
                 MOVE "N"                  TO WS-ENTRADA-OK
              ELSE
      *----A PESQUISA PELO CPF REVELA O CODIGO DE QUEM O TEM, POR
      *----ISSO TAMBEM VAI PARA O LOG DE ACESSO
                 INITIALIZE WS-REG-CLI-LOG
                 MOVE "F"                  TO WS-ACAO-LOG
                 MOVE WS-CPFCLI-ENT-D      TO WS-CPFCLI-LOG
                 MOVE "N"                  TO WS-RESULTADO-LOG

                 MOVE WS-CPFCLI-ENT-D      TO CPFCLI-IDX
                 READ CLIIDX KEY IS CPFCLI-IDX
                 IF SUCESSO-I
                    MOVE CODCLI-IDX        TO WS-CODCLI-LOG
                    MOVE "S"               TO WS-RESULTADO-LOG
                    PERFORM 9600-GRAVA-ACESSO
      *----O PROPRIO CLIENTE REDIGITANDO O CPF JA CADASTRADO NAO E
      *----DUPLICIDADE (O MERGE TAMBEM SO CRITICA QUANDO O CPF
      *----TROCA); SO OUTRO CODIGO COM O MESMO CPF E BARRADO
                       MOVE "N"            TO WS-ENTRADA-OK
                    END-IF
                 ELSE
                    IF CHAVE-NAO-ACHADA
                       PERFORM 9600-GRAVA-ACESSO
                    ELSE
                       MOVE WS-MSG-ERRO-READ-I
                                           TO WS-MSG
                       MOVE FS-CLIIDX      TO WS-FS
           END-IF
           .

      *----ESTORNO DE PAGAMENTO: O VALOR ESTORNADO E A DATA DO LOTE
      *----QUE APLICOU O PAGAMENTO; O MERGE SO ACEITA O ESTORNO QUE
      *----CASAR COM UM PAGAMENTO APLICADO DO CLIENTE NESSA DATA E
      *----NESSE VALOR. A DATA VIAJA NA AREA DO NOME DO MOVIMENTO
       2650-CAPTURA-ESTORNO.
           DISPLAY "VALOR ESTORNADO (10 DIGITOS, 2 DECIMAIS"
                   " SEM VIRGULA):"
           ACCEPT WS-TOTALDIVIDA-ENT-D
           IF WS-TOTALDIVIDA-ENT-D NOT NUMERIC
              OR WS-TOTALDIVIDA-ENT-N = ZEROS
              DISPLAY "VALOR ESTORNADO INVALIDO"
              MOVE "N"                     TO WS-ENTRADA-OK
           END-IF

           IF ENTRADA-OK
              DISPLAY "DATA DO LOTE QUE APLICOU O PAGAMENTO"
                      " (AAAAMMDD):"
              ACCEPT WS-DATAORIG-ENT-D
              IF WS-DATAORIG-ENT-D NOT NUMERIC
                 OR WS-DATAORIG-ENT-D = "00000000"
                 DISPLAY "DATA DO PAGAMENTO INVALIDA"
                 MOVE "N"                  TO WS-ENTRADA-OK
              END-IF
           END-IF

           IF ENTRADA-OK
              MOVE SPACES                  TO WS-NOMECLI-ENT-D
              MOVE SPACES                  TO WS-LOGRCLI-ENT-D
              MOVE SPACES                  TO WS-CIDCLI-ENT-D
              MOVE SPACES                  TO WS-UFCLI-ENT-D
              MOVE SPACES                  TO WS-CEPCLI-ENT-D
              MOVE SPACES                  TO WS-FONECLI-ENT-D
              MOVE ZEROS                   TO WS-DIASATRASO-ENT-D
              MOVE "00000000000"           TO WS-CPFCLI-ENT-D

              PERFORM 2440-MONTA-MOVIMENTO
              MOVE WS-DATAORIG-ENT-D       TO WS-DATAORIG-ENT
              MOVE "S"                     TO WS-TIPOMOV-ENT
           END-IF
           .

      *----MONTA O MOVIMENTO NO LAYOUT DO CLIMOV A PARTIR DOS CAMPOS
      *----DIGITADOS E JA CRITICADOS
       2440-MONTA-MOVIMENTO.
                                       WS-MOV-TAB(WS-POS-INSERCAO)
           .

      *----GRAVA NO LOG DE ACESSO O MOVIMENTO DIGITADO, ACEITO OU
      *----DESCARTADO, COM O CPF DO CADASTRO (OU O DIGITADO, NA
      *----INCLUSAO)
       2800-REGISTRA-MOVIMENTO.
           INITIALIZE WS-REG-CLI-LOG
           MOVE "M"                        TO WS-ACAO-LOG
           MOVE WS-CODCLI-ENT-D            TO WS-CODCLI-LOG
           IF ENTRADA-OK
              MOVE WS-TIPOMOV-ENT          TO WS-TIPOMOV-LOG
              MOVE "S"                     TO WS-RESULTADO-LOG
           ELSE
              MOVE WS-TIPO-ENT             TO WS-TIPOMOV-LOG
              MOVE "N"                     TO WS-RESULTADO-LOG
           END-IF

           IF CLIENTE-EXISTE
              MOVE WS-CPF-CADASTRO         TO WS-CPFCLI-LOG
           ELSE
              IF WS-CPFCLI-ENT-D IS NUMERIC
                 AND WS-CPFCLI-ENT-D NOT = "00000000000"
                 MOVE WS-CPFCLI-ENT-D      TO WS-CPFCLI-LOG
              END-IF
           END-IF

           PERFORM 9600-GRAVA-ACESSO
           .

      *----ENCERRAMENTO: GRAVA O CLIMOV DO DIA JA NA ORDEM ASCENDENTE
      *----DE CODCLI E FECHA OS ARQUIVOS
       3000-TERMINO.
              GO                           TO 9999-ERRO
           END-IF

      *----REGISTRA A SAIDA DO OPERADOR E FECHA O LOG DE ACESSO
           PERFORM 9700-ENCERRA-ACESSO

           MOVE WS-CTCAPTADOS              TO WS-CTCAPTADOS-F
           MOVE WS-CTRECUSADOS             TO WS-CTRECUSADOS-F
           MOVE WS-CTGRAVMOV               TO WS-CTGRAVMOV-F
           END-ADD
           .

      *----(9200/9250) CARREGA E LOCALIZA OPERADORES
           COPY ROTOPER.

      *----(9300/9600/9700) IDENTIFICA O OPERADOR E GRAVA O LOG DE
      *----ACESSO
           COPY ROTACES.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

