      *PROJETO: GPAZ9933                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: RELATORIO DIARIO DE VOLUME DE ACESSOS POR OPERADOR    *
      *(LGPD). LE O CARTAO CLILVP (DIA AAAAMMDD - ZEROS = VESPERA DA   *
      *DATA DO SISTEMA - E OS LIMITES DIARIOS DE CONSULTAS, DE         *
      *CONSULTAS SEM CLIENTE ACHADO E DE IDENTIFICACOES NEGADAS;       *
      *LIMITE ZERO = CRITERIO DESLIGADO), CLASSIFICA POR OPERADOR OS   *
      *REGISTROS DO DIA NO LOG DE ACESSO CLILOG (GPAZ9914/GPAZ9923) E  *
      *EMITE NO CLILVR UMA LINHA POR OPERADOR COM AS IDENTIFICACOES    *
      *ACEITAS E NEGADAS, AS CONSULTAS (CODIGO, CPF E HISTORICO), AS   *
      *NAO ACHADAS E OS MOVIMENTOS DIGITADOS, APONTANDO OS LIMITES     *
      *ULTRAPASSADOS. HAVENDO OPERADOR EM ALERTA, RETORNA 04 PARA QUE  *
      *A AREA DE SEGURANCA REVISE O RELATORIO.                         *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9933.
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
           SELECT CLILVP ASSIGN            TO UT-S-CLILVP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLILVP
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

           SELECT CLILVR ASSIGN            TO UT-S-CLILVR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLILVR
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

      *----CARTAO DE PARAMETROS: DIA DOS ACESSOS E LIMITES DIARIOS
       FD  CLILVP
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLILVP
           .
       01  REG-CLILVP                      PIC X(80).

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

      *----RELATORIO IMPRIMIVEL DO VOLUME POR OPERADOR
       FD  CLILVR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLILVR
           .
       01  REG-CLILVR                      PIC X(80).

      *----ARQUIVO DE TRABALHO DA CLASSIFICACAO DOS ACESSOS DO DIA
      *----POR OPERADOR E HORA (REGISTRO NO LAYOUT DO CLILOG)
       SD  ARQSORT
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-LOG-SRT
           .
       01  REG-LOG-SRT.
           05 DATA-SRT                     PIC 9(08).
           05 HORA-SRT                     PIC 9(08).
           05 FILLER                       PIC X(08).
           05 OPERADOR-SRT                 PIC X(08).
           05 FILLER                       PIC X(28).

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

      *VARIAVEIS ESPELHO DO CLILOG (TAMBEM RECEBE O RETURN DA
      *CLASSIFICACAO)
       COPY ARQCLIAL REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==LOG==.

      *VARIAVEIS ESPELHO DO CARTAO DE PARAMETROS
       01  WS-REG-CLILVP.
           05 WS-DATA-PRM                  PIC X(08).
           05 WS-LIMCONS-PRM               PIC X(05).
           05 WS-LIMNACH-PRM               PIC X(05).
           05 WS-LIMNEG-PRM                PIC X(03).
           05 FILLER                       PIC X(59).
       01  WS-REG-CLILVP-R REDEFINES WS-REG-CLILVP.
           05 WS-DATA-PRM-N                PIC 9(08).
           05 WS-LIMCONS-PRM-N             PIC 9(05).
           05 WS-LIMNACH-PRM-N             PIC 9(05).
           05 WS-LIMNEG-PRM-N              PIC 9(03).
           05 FILLER                       PIC X(59).

      *DIA DOS ACESSOS APURADOS
       77  WS-DATA-SEL                     PIC 9(08).

      *SINALIZA QUE O CLILOG EXISTIA E FOI ABERTO (SEM NENHUMA
      *SESSAO DO ATENDIMENTO AINDA NAO HA LOG: NENHUM ACESSO)
       77  WS-LOG-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 LOG-ABERTO                        VALUE "S".

      *FIM DO ARQUIVO DE TRABALHO DA CLASSIFICACAO (RETURN AT END)
       77  WS-FIM-ARQSORT                  PIC X(01)
                                                   VALUE "N".
              88 FIM-ARQSORT                       VALUE "S".

      *ACUMULADORES DO OPERADOR EM APURACAO
       77  WS-OPERADOR-ATUAL               PIC X(08).
       77  WS-OPE-LOGONS                   PIC 9(05)
                                                   COMP.
       77  WS-OPE-NEGADOS                  PIC 9(05)
                                                   COMP.
       77  WS-OPE-CONSULTAS                PIC 9(05)
                                                   COMP.
       77  WS-OPE-NAOACHADAS               PIC 9(05)
                                                   COMP.
       77  WS-OPE-MOVIMENTOS               PIC 9(05)
                                                   COMP.
       77  WS-OPE-ALERTA                   PIC X(01).
              88 OPE-EM-ALERTA                     VALUE "S".

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDOLOG                    PIC 9(07)
                                                   COMP.
       77  WS-CTSELECIONADOS               PIC 9(07)
                                                   COMP.
       77  WS-CTOPERADORES                 PIC 9(07)
                                                   COMP.
       77  WS-CTALERTAS                    PIC 9(07)
                                                   COMP.
       77  WS-TOT-CONSULTAS                PIC 9(07)
                                                   COMP.
       77  WS-TOT-MOVIMENTOS               PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDOLOG-F                  PIC ZZZZZZ9.
       77  WS-CTSELECIONADOS-F             PIC ZZZZZZ9.
       77  WS-CTOPERADORES-F               PIC ZZZZZZ9.
       77  WS-CTALERTAS-F                  PIC ZZZZZZ9.

      *LINHAS DO RELATORIO
       01  WS-LVR-TITULO                   PIC X(80)
                                                   VALUE
           "VOLUME DE ACESSOS POR OPERADOR (LGPD) - GPAZ9933".
       01  WS-LVR-DIA.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DIA DOS ACESSOS......: ".
           05 WS-LVR-DIA-VALOR             PIC X(10).
           05 FILLER                       PIC X(47)
                                                   VALUE SPACES.
       01  WS-LVR-LIMITES.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "LIMITES (0 = SEM)....: ".
           05 FILLER                       PIC X(05)
                                                   VALUE "CONS ".
           05 WS-LVR-LIM-CONS              PIC ZZZZ9.
           05 FILLER                       PIC X(07)
                                                   VALUE "  NACH ".
           05 WS-LVR-LIM-NACH              PIC ZZZZ9.
           05 FILLER                       PIC X(06)
                                                   VALUE "  NEG ".
           05 WS-LVR-LIM-NEG               PIC ZZ9.
           05 FILLER                       PIC X(26)
                                                   VALUE SPACES.
       01  WS-LVR-DATA.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DATA DO PROCESSAMENTO: ".
           05 WS-LVR-DATA-VALOR            PIC X(10).
           05 FILLER                       PIC X(47)
                                                   VALUE SPACES.
       01  WS-LVR-CABECALHO.
           05 FILLER                       PIC X(09)
                                                   VALUE "OPERADOR".
           05 FILLER                       PIC X(19)
                                                   VALUE "NOME".
           05 FILLER                       PIC X(06)
                                                   VALUE "  LOG".
           05 FILLER                       PIC X(06)
                                                   VALUE "  NEG".
           05 FILLER                       PIC X(06)
                                                   VALUE " CONS".
           05 FILLER                       PIC X(06)
                                                   VALUE " NACH".
           05 FILLER                       PIC X(06)
                                                   VALUE "  MOV".
           05 FILLER                       PIC X(22)
                                                   VALUE "ALERTAS".
       01  WS-LVR-LINHA.
           05 WS-LVR-OPERADOR              PIC X(08).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LVR-NOME                  PIC X(18).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LVR-LOGONS                PIC ZZZZ9.
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LVR-NEGADOS               PIC ZZZZ9.
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LVR-CONSULTAS             PIC ZZZZ9.
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LVR-NAOACHADAS            PIC ZZZZ9.
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LVR-MOVIMENTOS            PIC ZZZZ9.
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-LVR-ALR-CONS              PIC X(05).
           05 WS-LVR-ALR-NACH              PIC X(05).
           05 WS-LVR-ALR-NEG               PIC X(04).
           05 FILLER                       PIC X(08)
                                                   VALUE SPACES.
       01  WS-LVR-LINHA-QTD.
           05 WS-LVR-QTD-DESC              PIC X(45).
           05 WS-LVR-QTD-VALOR             PIC ZZZZZZ9.
           05 FILLER                       PIC X(28)
                                                   VALUE SPACES.
       01  WS-LVR-NENHUM                   PIC X(80)
                                                   VALUE
           "NENHUM ACESSO REGISTRADO NO DIA".
       01  WS-LVR-LEGENDA-1                PIC X(80)
                                                   VALUE
           "CONS: CONSULTAS (CODIGO, CPF E HISTORICO) ACIMA DO LIMITE".
       01  WS-LVR-LEGENDA-2                PIC X(80)
                                                   VALUE
           "NACH: CONSULTAS SEM CLIENTE ACHADO ACIMA DO LIMITE".
       01  WS-LVR-LEGENDA-3                PIC X(80)
                                                   VALUE
           "NEG:  IDENTIFICACOES NEGADAS ACIMA DO LIMITE".

      *AREA AUXILIAR PARA FORMATAR DATAS AAAAMMDD EM DD/MM/AAAA
       77  WS-LVR-DATA-AUX                 PIC 9(08).
       01  WS-LVR-DATA-AUX-F.
           05 WS-LVR-DIA-AUX-F             PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-LVR-MES-AUX-F             PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-LVR-ANO-AUX-F             PIC 9(04).

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLILVP                       PIC X(02).
              88 SUCESSO-P                         VALUE "00".
              88 FIM-ARQUIVO-P                     VALUE "10".
       01  FS-CLILOG                       PIC X(02).
              88 SUCESSO-LG                        VALUE "00".
              88 FIM-ARQUIVO-LG                    VALUE "10".
              88 LOG-INEXISTENTE                   VALUE "35".
       01  FS-CLILVR                       PIC X(02).
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
       77  WS-MSG-ERRO-SORT                PIC X(40)
                                                   VALUE
           "ERRO NA CLASSIFICACAO DOS ACESSOS".
       77  WS-MSG-ERRO-PAR-AUSENTE         PIC X(40)
                                                   VALUE
           "ERRO DE CARTAO DE PARAMETROS AUSENTE".
       77  WS-MSG-ERRO-PAR-DATA            PIC X(40)
                                                   VALUE
           "ERRO DE DATA INVALIDA NO CARTAO".
       77  WS-MSG-ERRO-PAR-LIMITE          PIC X(40)
                                                   VALUE
           "ERRO DE LIMITE INVALIDO NO CARTAO".

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
       0000-GPAZ9933.
           PERFORM 1000-INICIALIZAR

      *----CLASSIFICA OS ACESSOS DO DIA POR OPERADOR E HORA PARA A
      *----APURACAO COM QUEBRA POR OPERADOR
           SORT ARQSORT ON ASCENDING KEY OPERADOR-SRT
                                         HORA-SRT
                INPUT PROCEDURE IS 1500-SELECIONAR
                OUTPUT PROCEDURE IS 2000-APURA-VOLUME
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
           MOVE "GPAZ9933"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME
           ACCEPT WS-DATA-SISTEMA          FROM DATE YYYYMMDD

      *----ZERANDO VARIAVEIS CONTADORAS
           MOVE 0                          TO WS-CTLIDOLOG
                                              WS-CTSELECIONADOS
                                              WS-CTOPERADORES
                                              WS-CTALERTAS
                                              WS-TOT-CONSULTAS
                                              WS-TOT-MOVIMENTOS

           PERFORM 1050-LER-PARAMETROS
           MOVE WS-DATA-SEL                TO WS-DATAPROC-JRN

      *----CARGA DA TABELA DE OPERADORES, PARA IMPRIMIR O NOME
           PERFORM 9200-CARREGA-OPERADORES

      *----ABERTURA DO ARQ CLILVR PARA O RELATORIO
           OPEN OUTPUT CLILVR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLILVR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 9000-IMPRIME-DATA
           PERFORM 1200-IMPRIME-CABECALHO
           .

      *----LE E CRITICA O CARTAO: DIA VALIDO (ZEROS = VESPERA DA DATA
      *----DO SISTEMA, PARA A EXECUCAO DIARIA APOS A MEIA-NOITE) E
      *----LIMITES NUMERICOS
       1050-LER-PARAMETROS.
           OPEN INPUT CLILVP
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLILVP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           READ CLILVP INTO WS-REG-CLILVP
           IF NOT SUCESSO-P
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-AUSENTE TO WS-MSG
              MOVE FS-CLILVP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF WS-DATA-PRM NOT NUMERIC
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-DATA    TO WS-MSG
              MOVE FS-CLILVP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF WS-DATA-PRM-N = 0
              COMPUTE WS-DATA-SEL = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA) - 1)
           ELSE
              IF WS-DATA-PRM(5:2) < "01"
                 OR WS-DATA-PRM(5:2) > "12"
                 OR WS-DATA-PRM(7:2) < "01"
                 OR WS-DATA-PRM(7:2) > "31"
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-PAR-DATA TO WS-MSG
                 MOVE FS-CLILVP            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-DATA-PRM-N           TO WS-DATA-SEL
           END-IF

           IF WS-LIMCONS-PRM NOT NUMERIC
              OR WS-LIMNACH-PRM NOT NUMERIC
              OR WS-LIMNEG-PRM NOT NUMERIC
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-LIMITE  TO WS-MSG
              MOVE FS-CLILVP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           CLOSE CLILVP
           IF NOT SUCESSO-P
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLILVP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1200-IMPRIME-CABECALHO.
           PERFORM 4200-GRAVA-IGUAL
           MOVE WS-LVR-TITULO              TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA

           MOVE WS-DATA-SEL                TO WS-LVR-DATA-AUX
           PERFORM 4500-FORMATA-DATA
           MOVE WS-LVR-DATA-AUX-F          TO WS-LVR-DIA-VALOR
           MOVE WS-LVR-DIA                 TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA

           MOVE WS-LIMCONS-PRM-N           TO WS-LVR-LIM-CONS
           MOVE WS-LIMNACH-PRM-N           TO WS-LVR-LIM-NACH
           MOVE WS-LIMNEG-PRM-N            TO WS-LVR-LIM-NEG
           MOVE WS-LVR-LIMITES             TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA

           MOVE WS-DATA-SISTEMA-F          TO WS-LVR-DATA-VALOR
           MOVE WS-LVR-DATA                TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA
           PERFORM 4200-GRAVA-IGUAL

           MOVE WS-LVR-CABECALHO           TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA
           .

      *----PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE O LOG DE
      *----ACESSO (ARQUIVO AUSENTE = NENHUM ACESSO) E LIBERA OS
      *----REGISTROS DO DIA APURADO
       1500-SELECIONAR.
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
              PERFORM 1600-LER-CLILOG
           END-IF

           PERFORM 1700-LIBERA-ACESSO UNTIL FIM-ARQUIVO-LG

           IF LOG-ABERTO
              CLOSE CLILOG
              IF NOT SUCESSO-LG
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLILOG            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1600-LER-CLILOG.
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

       1700-LIBERA-ACESSO.
           IF WS-DATA-LOG = WS-DATA-SEL
              ADD 1                        TO WS-CTSELECIONADOS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              MOVE WS-REG-CLI-LOG          TO REG-LOG-SRT
              RELEASE REG-LOG-SRT
           END-IF

           PERFORM 1600-LER-CLILOG
           .

      *----PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: APURA OS ACESSOS
      *----DE CADA OPERADOR E IMPRIME A SUA LINHA
       2000-APURA-VOLUME.
           PERFORM 2050-RETORNA-ACESSO
           PERFORM 2100-PROCESSA-OPERADOR UNTIL FIM-ARQSORT
           .

       2050-RETORNA-ACESSO.
           RETURN ARQSORT
               AT END
                  SET FIM-ARQSORT          TO TRUE
           END-RETURN

           IF NOT FIM-ARQSORT
              MOVE REG-LOG-SRT             TO WS-REG-CLI-LOG
           END-IF
           .

       2100-PROCESSA-OPERADOR.
           MOVE WS-OPERADOR-LOG            TO WS-OPERADOR-ATUAL
           MOVE 0                          TO WS-OPE-LOGONS
                                              WS-OPE-NEGADOS
                                              WS-OPE-CONSULTAS
                                              WS-OPE-NAOACHADAS
                                              WS-OPE-MOVIMENTOS

           PERFORM 2200-ACUMULA-ACESSO
                   UNTIL FIM-ARQSORT
                   OR WS-OPERADOR-LOG NOT = WS-OPERADOR-ATUAL

           PERFORM 2300-IMPRIME-OPERADOR
           .

      *----CONTA O ACESSO NA COLUNA DA SUA ACAO; A SAIDA DO OPERADOR
      *----SO FECHA A SESSAO E NAO E CONTADA
       2200-ACUMULA-ACESSO.
           IF WS-ACAO-LOGON-LOG
              IF WS-RESULTADO-OK-LOG
                 ADD 1                     TO WS-OPE-LOGONS
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              ELSE
                 ADD 1                     TO WS-OPE-NEGADOS
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
           ELSE
           IF WS-ACAO-CONS-CODIGO-LOG
              OR WS-ACAO-CONS-CPF-LOG
              OR WS-ACAO-HISTORICO-LOG
              ADD 1                        TO WS-OPE-CONSULTAS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              IF NOT WS-RESULTADO-OK-LOG
                 ADD 1                     TO WS-OPE-NAOACHADAS
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
           ELSE
           IF WS-ACAO-MOVIMENTO-LOG
              ADD 1                        TO WS-OPE-MOVIMENTOS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF
           END-IF
           END-IF

           PERFORM 2050-RETORNA-ACESSO
           .

      *----IMPRIME A LINHA DO OPERADOR APONTANDO OS LIMITES DO CARTAO
      *----QUE FORAM ULTRAPASSADOS (LIMITE ZERO NAO E APLICADO)
       2300-IMPRIME-OPERADOR.
           MOVE "N"                        TO WS-OPE-ALERTA
           MOVE SPACES                     TO WS-LVR-ALR-CONS
                                              WS-LVR-ALR-NACH
                                              WS-LVR-ALR-NEG

           IF WS-LIMCONS-PRM-N > 0
              AND WS-OPE-CONSULTAS > WS-LIMCONS-PRM-N
              MOVE "CONS"                  TO WS-LVR-ALR-CONS
              SET OPE-EM-ALERTA            TO TRUE
           END-IF
           IF WS-LIMNACH-PRM-N > 0
              AND WS-OPE-NAOACHADAS > WS-LIMNACH-PRM-N
              MOVE "NACH"                  TO WS-LVR-ALR-NACH
              SET OPE-EM-ALERTA            TO TRUE
           END-IF
           IF WS-LIMNEG-PRM-N > 0
              AND WS-OPE-NEGADOS > WS-LIMNEG-PRM-N
              MOVE "NEG"                   TO WS-LVR-ALR-NEG
              SET OPE-EM-ALERTA            TO TRUE
           END-IF

           MOVE WS-OPERADOR-ATUAL          TO WS-LVR-OPERADOR
                                              WS-OPR-PROCURA
           PERFORM 9250-LOCALIZA-OPERADOR
           IF WS-OPR-POSICAO = 0
              MOVE "NAO CADASTRADO"        TO WS-LVR-NOME
           ELSE
              MOVE WS-OPR-NOME(WS-OPR-POSICAO)
                                           TO WS-LVR-NOME
           END-IF
           MOVE WS-OPE-LOGONS              TO WS-LVR-LOGONS
           MOVE WS-OPE-NEGADOS             TO WS-LVR-NEGADOS
           MOVE WS-OPE-CONSULTAS           TO WS-LVR-CONSULTAS
           MOVE WS-OPE-NAOACHADAS          TO WS-LVR-NAOACHADAS
           MOVE WS-OPE-MOVIMENTOS          TO WS-LVR-MOVIMENTOS
           MOVE WS-LVR-LINHA               TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA

           ADD 1                           TO WS-CTOPERADORES
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           IF OPE-EM-ALERTA
              ADD 1                        TO WS-CTALERTAS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           END-IF
           ADD WS-OPE-CONSULTAS            TO WS-TOT-CONSULTAS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-OPE-MOVIMENTOS           TO WS-TOT-MOVIMENTOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       3000-TERMINO.
           IF WS-CTOPERADORES = 0
              MOVE WS-LVR-NENHUM           TO REG-CLILVR
              PERFORM 4100-GRAVA-LINHA
           END-IF
           PERFORM 4200-GRAVA-IGUAL
           MOVE "TOTAL DE OPERADORES COM ACESSO NO DIA........:"
                                           TO WS-LVR-QTD-DESC
           MOVE WS-CTOPERADORES            TO WS-LVR-QTD-VALOR
           PERFORM 4300-GRAVA-QTD
           MOVE "TOTAL DE OPERADORES EM ALERTA................:"
                                           TO WS-LVR-QTD-DESC
           MOVE WS-CTALERTAS               TO WS-LVR-QTD-VALOR
           PERFORM 4300-GRAVA-QTD
           MOVE "TOTAL DE CONSULTAS NO DIA....................:"
                                           TO WS-LVR-QTD-DESC
           MOVE WS-TOT-CONSULTAS           TO WS-LVR-QTD-VALOR
           PERFORM 4300-GRAVA-QTD
           MOVE "TOTAL DE MOVIMENTOS DIGITADOS NO DIA.........:"
                                           TO WS-LVR-QTD-DESC
           MOVE WS-TOT-MOVIMENTOS          TO WS-LVR-QTD-VALOR
           PERFORM 4300-GRAVA-QTD
           PERFORM 4200-GRAVA-IGUAL
           MOVE WS-LVR-LEGENDA-1           TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA
           MOVE WS-LVR-LEGENDA-2           TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA
           MOVE WS-LVR-LEGENDA-3           TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA

      *----FECHA ARQ CLILVR
           CLOSE CLILVR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLILVR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-CTLIDOLOG               TO WS-CTLIDOLOG-F
           MOVE WS-CTSELECIONADOS          TO WS-CTSELECIONADOS-F
           MOVE WS-CTOPERADORES            TO WS-CTOPERADORES-F
           MOVE WS-CTALERTAS               TO WS-CTALERTAS-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE REGISTROS LIDOS EM CLILOG..........:"
                    WS-CTLIDOLOG-F
           DISPLAY "TOTAL DE ACESSOS DO DIA APURADOS............:"
                    WS-CTSELECIONADOS-F
           DISPLAY "TOTAL DE OPERADORES LISTADOS EM CLILVR......:"
                    WS-CTOPERADORES-F
           DISPLAY "TOTAL DE OPERADORES EM ALERTA...............:"
                    WS-CTALERTAS-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO (ALERTA QUANDO HA OPERADOR ACIMA DE
      *----ALGUM LIMITE)
           MOVE WS-CTLIDOLOG               TO WS-QTLIDO-JRN
           MOVE WS-CTOPERADORES            TO WS-QTGRAV-JRN
           MOVE WS-CTALERTAS               TO WS-QTREJ-JRN
           IF WS-CTALERTAS > 0
              MOVE 4                       TO WS-RC-FINAL
           ELSE
              MOVE 0                       TO WS-RC-FINAL
           END-IF
           PERFORM 9500-GRAVA-JOURNAL
           .

       4100-GRAVA-LINHA.
           WRITE REG-CLILVR
           IF NOT SUCESSO-R
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLILVR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       4200-GRAVA-IGUAL.
           MOVE WS-IGUAL                   TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA
           .

       4300-GRAVA-QTD.
           MOVE WS-LVR-LINHA-QTD           TO REG-CLILVR
           PERFORM 4100-GRAVA-LINHA
           .

      *----FORMATA A DATA AAAAMMDD DE WS-LVR-DATA-AUX EM DD/MM/AAAA
       4500-FORMATA-DATA.
           MOVE WS-LVR-DATA-AUX(7:2)       TO WS-LVR-DIA-AUX-F
           MOVE WS-LVR-DATA-AUX(5:2)       TO WS-LVR-MES-AUX-F
           MOVE WS-LVR-DATA-AUX(1:4)       TO WS-LVR-ANO-AUX-F
           .

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

      *----(9200/9250) CARREGA E LOCALIZA OPERADORES
           COPY ROTOPER.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
