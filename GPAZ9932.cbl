      *PROJETO: GPAZ9932                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: RELATORIO DE ACESSOS AOS DADOS DE UM TITULAR (LGPD).  *
      *ATENDE A PERGUNTA DO TITULAR SOBRE QUEM ACESSOU OS SEUS DADOS:  *
      *LE O CARTAO CLILGP (CPF DO TITULAR E, OPCIONALMENTE, O PERIODO  *
      *AAAAMMDD A AAAAMMDD; ZEROS = SEM LIMITE) E PERCORRE O LOG DE    *
      *ACESSO CLILOG GRAVADO PELA CONSULTA (GPAZ9914) E PELA DIGITACAO *
      *(GPAZ9923), LISTANDO NO CLILGR CADA CONSULTA OU MOVIMENTO QUE   *
      *ENVOLVEU O CPF, COM DATA, HORA, PROGRAMA, OPERADOR (E O SEU     *
      *NOME, DO CADASTRO DE OPERADORES CLIOPR), ACAO, CODIGO DO        *
      *CLIENTE E RESULTADO.                                            *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9932.
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
           SELECT CLILGP ASSIGN            TO UT-S-CLILGP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLILGP
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

           SELECT CLILGR ASSIGN            TO UT-S-CLILGR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLILGR
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

      *----CARTAO DE PARAMETROS: CPF DO TITULAR E PERIODO (AAAAMMDD)
       FD  CLILGP
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLILGP
           .
       01  REG-CLILGP                      PIC X(80).

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

      *----LOG DE ACESSO A DADOS DE CLIENTE (VIDE ROTACES)
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

      *----RELATORIO IMPRIMIVEL DOS ACESSOS AO TITULAR
       FD  CLILGR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLILGR
           .
       01  REG-CLILGR                      PIC X(80).

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

      *VARIAVEIS ESPELHO DO CLIOPR E TABELA DE OPERADORES
       COPY ARQCLIOP REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==OPR==.
       COPY VAROPER.

      *VARIAVEIS ESPELHO DO CLILOG
       COPY ARQCLIAL REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==LOG==.

      *VARIAVEIS ESPELHO DO CARTAO DE PARAMETROS
       01  WS-REG-CLILGP.
           05 WS-CPF-PRM                   PIC X(11).
           05 WS-DATAINI-PRM               PIC X(08).
           05 WS-DATAFIM-PRM               PIC X(08).
           05 FILLER                       PIC X(53).

      *PERIODO SELECIONADO (DATA FINAL ZERADA = SEM LIMITE)
       77  WS-DATAINI-SEL                  PIC 9(08).
       77  WS-DATAFIM-SEL                  PIC 9(08).

      *SINALIZA QUE O CLILOG EXISTIA E FOI ABERTO (SEM NENHUMA
      *SESSAO DO ATENDIMENTO AINDA NAO HA LOG: NENHUM ACESSO)
       77  WS-LOG-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 LOG-ABERTO                        VALUE "S".

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDOLOG                    PIC 9(07)
                                                   COMP.
       77  WS-CTACESSOS                    PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDOLOG-F                  PIC ZZZZZZ9.
       77  WS-CTACESSOS-F                  PIC ZZZZZZ9.

      *LINHAS DO RELATORIO
       01  WS-LGR-TITULO                   PIC X(80)
                                                   VALUE
           "ACESSOS AOS DADOS DO TITULAR (LGPD) - GPAZ9932".
       01  WS-LGR-CPF.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "CPF DO TITULAR.......: ".
           05 WS-LGR-CPF-VALOR             PIC X(11).
           05 FILLER                       PIC X(46)
                                                   VALUE SPACES.
       01  WS-LGR-PERIODO.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "PERIODO..............: ".
           05 WS-LGR-PERIODO-VALOR         PIC X(30).
           05 FILLER                       PIC X(27)
                                                   VALUE SPACES.
       01  WS-LGR-DATA.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DATA DO PROCESSAMENTO: ".
           05 WS-LGR-DATA-VALOR            PIC X(10).
           05 FILLER                       PIC X(47)
                                                   VALUE SPACES.
       01  WS-LGR-CABECALHO.
           05 FILLER                       PIC X(11)
                                                   VALUE "DATA".
           05 FILLER                       PIC X(09)
                                                   VALUE "HORA".
           05 FILLER                       PIC X(09)
                                                   VALUE "PROGRAMA".
           05 FILLER                       PIC X(09)
                                                   VALUE "OPERADOR".
           05 FILLER                       PIC X(19)
                                                   VALUE "NOME".
           05 FILLER                       PIC X(15)
                                                   VALUE "ACAO".
           05 FILLER                       PIC X(05)
                                                   VALUE "COD.".
           05 FILLER                       PIC X(03)
                                                   VALUE "OK".
       01  WS-LGR-LINHA.
           05 WS-LGR-DATA-F.
              10 WS-LGR-DIA-F              PIC 99.
              10 FILLER                    PIC X(01)
                                                   VALUE "/".
              10 WS-LGR-MES-F              PIC 99.
              10 FILLER                    PIC X(01)
                                                   VALUE "/".
              10 WS-LGR-ANO-F              PIC 9(04).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LGR-HORA-F.
              10 WS-LGR-HH-F               PIC 99.
              10 FILLER                    PIC X(01)
                                                   VALUE ":".
              10 WS-LGR-MM-F               PIC 99.
              10 FILLER                    PIC X(01)
                                                   VALUE ":".
              10 WS-LGR-SS-F               PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LGR-PROGRAMA              PIC X(08).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LGR-OPERADOR              PIC X(08).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LGR-NOME                  PIC X(18).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LGR-ACAO                  PIC X(14).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LGR-CODCLI                PIC X(04).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LGR-RESULTADO             PIC X(03).
       01  WS-LGR-LINHA-QTD.
           05 WS-LGR-QTD-DESC              PIC X(45).
           05 WS-LGR-QTD-VALOR             PIC ZZZZZZ9.
           05 FILLER                       PIC X(28)
                                                   VALUE SPACES.
       01  WS-LGR-NENHUM                   PIC X(80)
                                                   VALUE
           "NENHUM ACESSO AO TITULAR NO PERIODO".
       01  WS-LGR-LEGENDA                  PIC X(80)
                                                   VALUE
           "OK: SIM = CLIENTE ACHADO OU MOVIMENTO ACEITO".

      *AREA AUXILIAR PARA FORMATAR DATAS AAAAMMDD EM DD/MM/AAAA
       77  WS-LGR-DATA-AUX                 PIC 9(08).
       01  WS-LGR-DATA-AUX-F.
           05 WS-LGR-DIA-AUX-F             PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-LGR-MES-AUX-F             PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-LGR-ANO-AUX-F             PIC 9(04).
       77  WS-LGR-DATAINI-F                PIC X(10).

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLILGP                       PIC X(02).
              88 SUCESSO-P                         VALUE "00".
              88 FIM-ARQUIVO-P                     VALUE "10".
       01  FS-CLILOG                       PIC X(02).
              88 SUCESSO-LG                        VALUE "00".
              88 FIM-ARQUIVO-LG                    VALUE "10".
              88 LOG-INEXISTENTE                   VALUE "35".
       01  FS-CLILGR                       PIC X(02).
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
       77  WS-MSG-ERRO-PAR-AUSENTE         PIC X(40)
                                                   VALUE
           "ERRO DE CARTAO DE PARAMETROS AUSENTE".
       77  WS-MSG-ERRO-PAR-CPF             PIC X(40)
                                                   VALUE
           "ERRO DE CPF INVALIDO NO CARTAO".
       77  WS-MSG-ERRO-PAR-PERIODO         PIC X(40)
                                                   VALUE
           "ERRO DE PERIODO INVALIDO NO CARTAO".

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
       0000-GPAZ9932.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL FIM-ARQUIVO-LG
           PERFORM 3000-TERMINO
           MOVE WS-RC-FINAL                TO RETURN-CODE
           STOP RUN
           .

       1000-INICIALIZAR.
           PERFORM 9400-INICIA-JOURNAL
           MOVE "GPAZ9932"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME
           ACCEPT WS-DATA-SISTEMA          FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN

      *----ZERANDO VARIAVEIS CONTADORAS
           MOVE 0                          TO WS-CTLIDOLOG
                                              WS-CTACESSOS

           PERFORM 1050-LER-PARAMETROS

      *----CARGA DA TABELA DE OPERADORES, PARA IMPRIMIR O NOME
           PERFORM 9200-CARREGA-OPERADORES

      *----ABERTURA DO ARQ CLILOG PARA LEITURA; ARQUIVO AINDA
      *----INEXISTENTE EQUIVALE A NENHUM ACESSO REGISTRADO
           OPEN INPUT CLILOG
           IF LOG-INEXISTENTE
              MOVE "10"                    TO FS-CLILOG
           ELSE
              IF NOT SUCESSO-LG
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLILOG            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET LOG-ABERTO               TO TRUE
           END-IF

      *----ABERTURA DO ARQ CLILGR PARA O RELATORIO
           OPEN OUTPUT CLILGR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLILGR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 9000-IMPRIME-DATA
           PERFORM 1200-IMPRIME-CABECALHO

           IF LOG-ABERTO
              PERFORM 1100-LER-CLILOG
           END-IF
           .

      *----LE E CRITICA O CARTAO: CPF NUMERICO E NAO ZERADO; DATAS
      *----NUMERICAS, COM A INICIAL NAO POSTERIOR A FINAL
       1050-LER-PARAMETROS.
           OPEN INPUT CLILGP
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLILGP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           READ CLILGP INTO WS-REG-CLILGP
           IF NOT SUCESSO-P
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-AUSENTE TO WS-MSG
              MOVE FS-CLILGP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF WS-CPF-PRM NOT NUMERIC
              OR WS-CPF-PRM = "00000000000"
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-CPF     TO WS-MSG
              MOVE FS-CLILGP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF WS-DATAINI-PRM NOT NUMERIC
              OR WS-DATAFIM-PRM NOT NUMERIC
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-PERIODO TO WS-MSG
              MOVE FS-CLILGP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE WS-DATAINI-PRM             TO WS-DATAINI-SEL
           MOVE WS-DATAFIM-PRM             TO WS-DATAFIM-SEL
           IF WS-DATAFIM-SEL = 0
              MOVE 99999999                TO WS-DATAFIM-SEL
           END-IF
           IF WS-DATAINI-SEL > WS-DATAFIM-SEL
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-PERIODO TO WS-MSG
              MOVE FS-CLILGP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLILGP
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLILGP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1100-LER-CLILOG.
           READ CLILOG INTO WS-REG-CLI-LOG
           IF SUCESSO-LG
              ADD 1                        TO WS-CTLIDOLOG
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              IF NOT FIM-ARQUIVO-LG
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLILOG            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1200-IMPRIME-CABECALHO.
           PERFORM 4200-GRAVA-IGUAL
           MOVE WS-LGR-TITULO              TO REG-CLILGR
           PERFORM 4100-GRAVA-LINHA

           MOVE WS-CPF-PRM                 TO WS-LGR-CPF-VALOR
           MOVE WS-LGR-CPF                 TO REG-CLILGR
           PERFORM 4100-GRAVA-LINHA

           IF WS-DATAINI-SEL = 0
              AND WS-DATAFIM-SEL = 99999999
              MOVE "TODO O LOG DE ACESSO"  TO WS-LGR-PERIODO-VALOR
           ELSE
              MOVE WS-DATAINI-SEL          TO WS-LGR-DATA-AUX
              PERFORM 4500-FORMATA-DATA
              MOVE WS-LGR-DATA-AUX-F       TO WS-LGR-DATAINI-F
              IF WS-DATAINI-SEL = 0
                 MOVE "INICIO DO LOG"      TO WS-LGR-DATAINI-F
              END-IF
              MOVE WS-DATAFIM-SEL          TO WS-LGR-DATA-AUX
              PERFORM 4500-FORMATA-DATA
              MOVE SPACES                  TO WS-LGR-PERIODO-VALOR
              IF WS-DATAFIM-SEL = 99999999
                 STRING WS-LGR-DATAINI-F " A FIM DO LOG"
                        DELIMITED BY SIZE INTO WS-LGR-PERIODO-VALOR
              ELSE
                 STRING WS-LGR-DATAINI-F " A " WS-LGR-DATA-AUX-F
                        DELIMITED BY SIZE INTO WS-LGR-PERIODO-VALOR
              END-IF
           END-IF
           MOVE WS-LGR-PERIODO             TO REG-CLILGR
           PERFORM 4100-GRAVA-LINHA

           MOVE WS-DATA-SISTEMA-F          TO WS-LGR-DATA-VALOR
           MOVE WS-LGR-DATA                TO REG-CLILGR
           PERFORM 4100-GRAVA-LINHA
           PERFORM 4200-GRAVA-IGUAL

           MOVE WS-LGR-CABECALHO           TO REG-CLILGR
           PERFORM 4100-GRAVA-LINHA
           .

      *----SELECIONA OS ACESSOS QUE ENVOLVERAM O CPF DO TITULAR NO
      *----PERIODO; A IDENTIFICACAO E A SAIDA DO OPERADOR NAO TEM CPF
      *----E NUNCA SAO SELECIONADAS
       2000-PROCESSAR.
           IF WS-CPFCLI-LOG = WS-CPF-PRM
              AND WS-DATA-LOG NOT < WS-DATAINI-SEL
              AND WS-DATA-LOG NOT > WS-DATAFIM-SEL
              PERFORM 2100-LISTA-ACESSO
           END-IF

           PERFORM 1100-LER-CLILOG
           .

       2100-LISTA-ACESSO.
           MOVE WS-DATA-LOG(7:2)           TO WS-LGR-DIA-F
           MOVE WS-DATA-LOG(5:2)           TO WS-LGR-MES-F
           MOVE WS-DATA-LOG(1:4)           TO WS-LGR-ANO-F
           MOVE WS-HORA-LOG(1:2)           TO WS-LGR-HH-F
           MOVE WS-HORA-LOG(3:2)           TO WS-LGR-MM-F
           MOVE WS-HORA-LOG(5:2)           TO WS-LGR-SS-F
           MOVE WS-PROGRAMA-LOG            TO WS-LGR-PROGRAMA
           MOVE WS-OPERADOR-LOG            TO WS-LGR-OPERADOR
                                              WS-OPR-PROCURA
           MOVE WS-CODCLI-LOG              TO WS-LGR-CODCLI

           PERFORM 9250-LOCALIZA-OPERADOR
           IF WS-OPR-POSICAO = 0
              MOVE "NAO CADASTRADO"        TO WS-LGR-NOME
           ELSE
              MOVE WS-OPR-NOME(WS-OPR-POSICAO)
                                           TO WS-LGR-NOME
           END-IF

           IF WS-ACAO-CONS-CODIGO-LOG
              MOVE "CONSULTA COD."         TO WS-LGR-ACAO
           ELSE
           IF WS-ACAO-CONS-CPF-LOG
              MOVE "CONSULTA CPF"          TO WS-LGR-ACAO
           ELSE
           IF WS-ACAO-HISTORICO-LOG
              MOVE "HISTORICO"             TO WS-LGR-ACAO
           ELSE
           IF WS-ACAO-MOVIMENTO-LOG
              MOVE SPACES                  TO WS-LGR-ACAO
              STRING "MOVIMENTO " WS-TIPOMOV-LOG
                     DELIMITED BY SIZE INTO WS-LGR-ACAO
           ELSE
              MOVE WS-ACAO-LOG             TO WS-LGR-ACAO
           END-IF
           END-IF
           END-IF
           END-IF

           IF WS-RESULTADO-OK-LOG
              MOVE "SIM"                   TO WS-LGR-RESULTADO
           ELSE
              MOVE "NAO"                   TO WS-LGR-RESULTADO
           END-IF

           MOVE WS-LGR-LINHA               TO REG-CLILGR
           PERFORM 4100-GRAVA-LINHA

           ADD 1                           TO WS-CTACESSOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       3000-TERMINO.
           IF WS-CTACESSOS = 0
              MOVE WS-LGR-NENHUM           TO REG-CLILGR
              PERFORM 4100-GRAVA-LINHA
           END-IF
           PERFORM 4200-GRAVA-IGUAL
           MOVE "TOTAL DE ACESSOS AO TITULAR..................:"
                                           TO WS-LGR-QTD-DESC
           MOVE WS-CTACESSOS               TO WS-LGR-QTD-VALOR
           MOVE WS-LGR-LINHA-QTD           TO REG-CLILGR
           PERFORM 4100-GRAVA-LINHA
           MOVE WS-LGR-LEGENDA             TO REG-CLILGR
           PERFORM 4100-GRAVA-LINHA
           PERFORM 4200-GRAVA-IGUAL

      *----FECHA ARQ CLILOG (QUANDO EXISTIA PARA SER ABERTO)
           IF LOG-ABERTO
              CLOSE CLILOG
              IF NOT SUCESSO-LG
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLILOG            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

      *----FECHA ARQ CLILGR
           CLOSE CLILGR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLILGR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-CTLIDOLOG               TO WS-CTLIDOLOG-F
           MOVE WS-CTACESSOS               TO WS-CTACESSOS-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE REGISTROS LIDOS EM CLILOG..........:"
                    WS-CTLIDOLOG-F
           DISPLAY "TOTAL DE ACESSOS AO TITULAR LISTADOS........:"
                    WS-CTACESSOS-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E RETORNO LIMPO
           MOVE WS-CTLIDOLOG               TO WS-QTLIDO-JRN
           MOVE WS-CTACESSOS               TO WS-QTGRAV-JRN
           MOVE ZEROS                      TO WS-QTREJ-JRN
           MOVE 0                          TO WS-RC-FINAL
           PERFORM 9500-GRAVA-JOURNAL
           .

       4100-GRAVA-LINHA.
           WRITE REG-CLILGR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLILGR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       4200-GRAVA-IGUAL.
           MOVE WS-IGUAL                   TO REG-CLILGR
           PERFORM 4100-GRAVA-LINHA
           .

      *----FORMATA A DATA AAAAMMDD DE WS-LGR-DATA-AUX EM DD/MM/AAAA
       4500-FORMATA-DATA.
           MOVE WS-LGR-DATA-AUX(7:2)       TO WS-LGR-DIA-AUX-F
           MOVE WS-LGR-DATA-AUX(5:2)       TO WS-LGR-MES-AUX-F
           MOVE WS-LGR-DATA-AUX(1:4)       TO WS-LGR-ANO-AUX-F
           .

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

      *----(9200/9250) CARREGA E LOCALIZA OPERADORES
           COPY ROTOPER.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
