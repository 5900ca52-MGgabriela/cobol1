      *PROJETO: GPAZ9929                                               *
      *CLIENTE: PARAGUAY EXPRESS                                       *
      *                                                                *
      *----------------------------------------------------------------*
      *OBJETIVO: NEGATIVACAO DE DEVEDORES NO BIRO DE CREDITO           *
      *(SPC/SERASA), COM AVISO PREVIO E REMOCAO NO PRAZO LEGAL.        *
      *RODA APOS O MERGE (GPAZ9906): LE O CARTAO CLISPP (DIAS EM       *
      *ATRASO E SALDO MINIMOS, PRAZO DO AVISO EM DIAS CORRIDOS E       *
      *ANTECEDENCIA DO ALERTA EM DIAS UTEIS), A DATA DO NEGOCIO DO     *
      *CLIPAR, O CALENDARIO CLICAL, O CLINEW (CONFERINDO OS REGISTROS  *
      *DE CONTROLE), AS EXCLUSOES DO DIA (CLIEXC), O RETORNO DO BIRO   *
      *(CLISPR, OPCIONAL) E A SITUACAO NO BIRO (CLISPC), E GRAVA A     *
      *NOVA SITUACAO (CLISPN). CONTA ACIMA DO LIMITE E SEM SITUACAO    *
      *(OU JA REMOVIDA) RECEBE A CARTA DE AVISO PREVIO (CLISPA) E FICA *
      *"NT"; VENCIDO O PRAZO DO AVISO SEM REGULARIZACAO, SAI A         *
      *INCLUSAO NO INTERCAMBIO (CLISPX) E FICA "NG"; NEGATIVADO QUE    *
      *TEVE O SALDO ZERADO POR PAGAMENTO OU EXCLUSAO GERA A REMOCAO NO *
      *INTERCAMBIO, COM PRAZO LEGAL DE CINCO DIAS UTEIS, E FICA "RP"   *
      *ATE O BIRO CONFIRMAR ("RM"). REMOCAO PENDENTE PERTO DO PRAZO    *
      *OU JA VENCIDA SAI NO RELATORIO DE EXCECAO CLISPE.               *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         GPAZ9929.
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
           SELECT CLISPP ASSIGN            TO UT-S-CLISPP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISPP
           .

           SELECT CLIPAR ASSIGN            TO UT-S-CLIPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIPAR
           .

           SELECT CLICAL ASSIGN            TO UT-S-CLICAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLICAL
           .

           SELECT CLINEW ASSIGN            TO UT-S-CLINEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLINEW
           .

           SELECT CLIEXC ASSIGN            TO UT-S-CLIEXC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIEXC
           .

           SELECT CLISPR ASSIGN            TO UT-S-CLISPR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISPR
           .

           SELECT CLISPC ASSIGN            TO UT-S-CLISPC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISPC
           .

           SELECT CLISPN ASSIGN            TO UT-S-CLISPN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISPN
           .

           SELECT CLISPA ASSIGN            TO UT-S-CLISPA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISPA
           .

           SELECT CLISPX ASSIGN            TO UT-S-CLISPX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISPX
           .

           SELECT CLISPE ASSIGN            TO UT-S-CLISPE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLISPE
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

      *----CARTAO DE PARAMETROS DA NEGATIVACAO: DIAS EM ATRASO E
      *----SALDO MINIMOS, PRAZO DO AVISO PREVIO E ANTECEDENCIA DO
      *----ALERTA DE REMOCAO
       FD  CLISPP
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLISPP
           .
       01  REG-CLISPP                      PIC X(80).

      *----CARTAO DE PARAMETROS DO MERGE (SO A DATA DE PROCESSAMENTO
      *----DO NEGOCIO, REFERENCIA DE TODAS AS DATAS DO CICLO)
       FD  CLIPAR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIPAR
           .
       01  REG-CLIPAR                      PIC X(80).

      *----CALENDARIO DE FERIADOS BANCARIOS: UM CARTAO POR FERIADO,
      *----COM A DATA (AAAAMMDD) NAS PRIMEIRAS OITO POSICOES; USADO
      *----NA CONTAGEM DO PRAZO LEGAL DA REMOCAO EM DIAS UTEIS
       FD  CLICAL
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLICAL
           .
       01  REG-CLICAL.
           05 DATAFER-CAL                  PIC 9(08).
           05 FILLER                       PIC X(72).

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

      *----EXCLUSOES DO LOTE DO DIA, GRAVADAS PELO MERGE
       FD  CLIEXC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           DATA RECORD IS REG-CLIEXC
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIEXC
           COPY ARQCLIEX REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==EXC==.

      *----RETORNO DO BIRO COM AS REMOCOES EFETIVADAS
       FD  CLISPR
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLISPR
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLISPR
           COPY ARQCLISR REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==SPR==.

       FD  CLISPC
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CLISPC
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLISPC (SITUACAO NO BIRO
      *----CORRENTE)
           COPY ARQCLISP REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==SPC==.

      *----NOVO ARQUIVO DE SITUACAO NO BIRO
       FD  CLISPN
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CLISPN
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLISPN
           COPY ARQCLISP REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==SPN==.

      *----CARTAS DE AVISO PREVIO DE NEGATIVACAO (BLOCO FIXO DE
      *----LINHAS POR CLIENTE, PARA ENVELOPE DE JANELA)
       FD  CLISPA
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLISPA
           .
       01  REG-CLISPA                      PIC X(80).

      *----ARQUIVO DE INTERCAMBIO DE ENVIO PARA O BIRO
       FD  CLISPX
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REG-CLISPX
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLISPX
           COPY ARQCLISX REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==SPX==.

      *----RELATORIO IMPRIMIVEL DE EXCECAO DAS REMOCOES PENDENTES
       FD  CLISPE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLISPE
           .
       01  REG-CLISPE                      PIC X(80).

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

      *VARIAVEIS ESPELHO DO CLIEXC
       COPY ARQCLIEX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==EXC==.

      *VARIAVEIS ESPELHO DO CLISPR
       COPY ARQCLISR REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==SPR==.

      *VARIAVEIS ESPELHO DO CLISPC
       COPY ARQCLISP REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==SPC==.

      *VARIAVEIS ESPELHO DO CLISPN
       COPY ARQCLISP REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==SPN==.

      *VARIAVEIS ESPELHO DO CLISPX
       COPY ARQCLISX REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==SPX==.

      *VARIAVEIS ESPELHO DO CARTAO DE PARAMETROS: DIAS EM ATRASO E
      *SALDO DEVEDOR MINIMOS PARA O AVISO, PRAZO DO AVISO PREVIO EM
      *DIAS CORRIDOS E ANTECEDENCIA, EM DIAS UTEIS, COM QUE A
      *REMOCAO PENDENTE ENTRA NO RELATORIO DE EXCECAO
       01  WS-REG-CLISPP.
           05 WS-DIASMIN-PRM               PIC X(03).
           05 WS-SALDOMIN-PRM              PIC X(10).
           05 WS-PRAZOAVISO-PRM            PIC X(02).
           05 WS-ALERTA-PRM                PIC X(01).
           05 FILLER                       PIC X(64).
       01  WS-REG-CLISPP-R REDEFINES WS-REG-CLISPP.
           05 FILLER                       PIC X(03).
           05 WS-SALDOMIN-PRM-N            PIC 9(08)V99.
           05 FILLER                       PIC X(67).
       77  WS-DIASMIN                      PIC 9(03).
       77  WS-SALDOMIN                     PIC 9(08)V99.
       77  WS-PRAZOAVISO                   PIC 9(02).
       77  WS-ALERTA                       PIC 9(01).

      *PRAZO LEGAL DA REMOCAO APOS A QUITACAO, EM DIAS UTEIS
       77  WS-PRAZO-REMOCAO                PIC 9(01)
                                                   VALUE 5.

      *CARTAO DE PARAMETROS DO MERGE
       01  WS-REG-CLIPAR.
           05 WS-DATAPROC-PRM              PIC X(08).
           05 FILLER                       PIC X(72).

      *TABELA DOS FERIADOS DO CALENDARIO CLICAL; ARQUIVO VAZIO E
      *NORMAL (SO FINS DE SEMANA CONTAM COMO DIA NAO UTIL)
       01  WS-TABELA-FERIADOS.
           05 WS-FERIADO-TAB               PIC 9(08)
                                                   OCCURS 200 TIMES.
       77  WS-QTD-FERIADOS                 PIC 9(03)
                                                   COMP.
       77  WS-IDX-FERIADO                  PIC 9(03)
                                                   COMP.
       77  WS-FERIADO-ACHADO               PIC X(01).
              88 DIA-E-FERIADO                     VALUE "S".

      *VARIAVEIS DA CONTAGEM DE DIAS UTEIS (VIDE 8100/8200)
       77  WS-DU-DATA-BASE                 PIC 9(08).
       77  WS-DU-DATA-FIM                  PIC 9(08).
       77  WS-DU-QTD                       PIC 9(03)
                                                   COMP.
       77  WS-DU-CONTADOS                  PIC 9(03)
                                                   COMP.
       77  WS-DU-DIA-INT                   PIC 9(08)
                                                   COMP.
       77  WS-DU-FIM-INT                   PIC 9(08)
                                                   COMP.
       77  WS-DIA-SEMANA                   PIC 9(01)
                                                   COMP.
       77  WS-DIA-CORRENTE-DATA            PIC 9(08).
       77  WS-DIA-UTIL                     PIC X(01).
              88 DIA-UTIL                          VALUE "S".

      *TABELA DAS EXCLUSOES DO DIA, PARA A REMOCAO DO NEGATIVADO QUE
      *SAIU DO CADASTRO POR EXCLUSAO (O REGISTRO TRAZ OS DADOS QUE O
      *BIRO PRECISA PARA LOCALIZAR O DEVEDOR)
       01  WS-TABELA-EXC.
           05 WS-EXC-OCR                   OCCURS 20000 TIMES.
              10 WS-EXC-REGISTRO           PIC X(127).
       77  WS-QTD-EXC-TAB                  PIC 9(06)
                                                   COMP.
       77  WS-IDX-EXC                      PIC 9(06)
                                                   COMP.
       77  WS-EXC-ACHADO                   PIC X(01).
              88 EXCLUIDO-NO-DIA                   VALUE "S".

      *TABELA DAS REMOCOES CONFIRMADAS PELO BIRO (CLISPR)
       01  WS-TABELA-SPR.
           05 WS-SPR-OCR                   OCCURS 20000 TIMES.
              10 WS-SPR-CODCLI             PIC X(04).
              10 WS-SPR-DATA               PIC 9(08).
       77  WS-QTD-SPR-TAB                  PIC 9(06)
                                                   COMP.
       77  WS-IDX-SPR                      PIC 9(06)
                                                   COMP.
       77  WS-SPR-ACHADO                   PIC X(01).
              88 REMOCAO-CONFIRMADA                VALUE "S".
       77  WS-SPR-POSICAO                  PIC 9(06)
                                                   COMP.

      *ULTIMO CODCLI LIDO DO CLISPC, PARA VALIDAR A SEQUENCIA
      *ASCENDENTE ESTRITA
       77  WS-ULTIMO-CODCLI-SPC            PIC X(04)
                                                   VALUE LOW-VALUES.

      *SINALIZA OS ARQUIVOS OPCIONAIS QUE EXISTIAM E FORAM ABERTOS
      *(NA PRIMEIRA EXECUCAO O CLISPC AINDA NAO EXISTE; O CLISPR SO
      *EXISTE NOS DIAS EM QUE O BIRO MANDA RETORNO)
       77  WS-SPC-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 SPC-ABERTO                        VALUE "S".
       77  WS-SPR-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 SPR-ABERTO                        VALUE "S".

      *RESULTADO DA AVALIACAO DA CONTA CORRENTE
       77  WS-CONTA-NO-LIMITE              PIC X(01).
              88 CONTA-NO-LIMITE                   VALUE "S".

      *CONTROLE DE LINHAS DA CARTA (BLOCO FIXO POR CLIENTE, PARA
      *ALINHAR O FORMULARIO CONTINUO NO ENVELOPAMENTO)
       77  WS-CTLINHA                      PIC 9(02)
                                                   COMP.
       77  WS-LINHAS-PAGINA                PIC 9(02)
                                                   COMP
                                                   VALUE 24.

      *VARIAVEIS DE TEMPO DE PROCESSAMENTO
       COPY VARTEMP.
      *VARIAVEIS DE DATA
       COPY VARDATA.

      *VARIAVEIS CONTADORAS
       77  WS-CTLIDONEW                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOSPC                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOSPR                    PIC 9(07)
                                                   COMP.
       77  WS-CTREJSPR                     PIC 9(07)
                                                   COMP.
       77  WS-CTAVISOS                     PIC 9(07)
                                                   COMP.
       77  WS-CTCANCELADOS                 PIC 9(07)
                                                   COMP.
       77  WS-CTINCLUSOES                  PIC 9(07)
                                                   COMP.
       77  WS-CTREMOCOES                   PIC 9(07)
                                                   COMP.
       77  WS-CTCONFIRMADAS                PIC 9(07)
                                                   COMP.
       77  WS-CTALERTAS                    PIC 9(07)
                                                   COMP.
       77  WS-CTGRAVSPN                    PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDONEW-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOSPC-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOSPR-F                  PIC ZZZZZZ9.
       77  WS-CTREJSPR-F                   PIC ZZZZZZ9.
       77  WS-CTAVISOS-F                   PIC ZZZZZZ9.
       77  WS-CTCANCELADOS-F               PIC ZZZZZZ9.
       77  WS-CTINCLUSOES-F                PIC ZZZZZZ9.
       77  WS-CTREMOCOES-F                 PIC ZZZZZZ9.
       77  WS-CTCONFIRMADAS-F              PIC ZZZZZZ9.
       77  WS-CTALERTAS-F                  PIC ZZZZZZ9.
       77  WS-CTGRAVSPN-F                  PIC ZZZZZZ9.

      *LINHAS DA CARTA DE AVISO PREVIO
       01  WS-SPA-TITULO                   PIC X(80)
                                                   VALUE
           "PARAGUAY EXPRESS - AVISO PREVIO DE INCLUSAO EM CADASTRO DE
      -    "INADIMPLENTES".
       01  WS-SPA-DATA.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DATA DO AVISO........: ".
           05 WS-SPA-DATA-VALOR            PIC X(10).
           05 FILLER                       PIC X(47)
                                                   VALUE SPACES.
       01  WS-SPA-NOME.
           05 FILLER                       PIC X(06)
                                                   VALUE SPACES.
           05 WS-SPA-NOME-VALOR            PIC X(25).
           05 FILLER                       PIC X(49)
                                                   VALUE SPACES.
       01  WS-SPA-ENDERECO.
           05 FILLER                       PIC X(06)
                                                   VALUE SPACES.
           05 WS-SPA-ENDERECO-VALOR        PIC X(30).
           05 FILLER                       PIC X(44)
                                                   VALUE SPACES.
       01  WS-SPA-CIDADE.
           05 FILLER                       PIC X(06)
                                                   VALUE SPACES.
           05 WS-SPA-CIDADE-VALOR          PIC X(15).
           05 FILLER                       PIC X(01)
                                                   VALUE SPACES.
           05 WS-SPA-UF-VALOR              PIC X(02).
           05 FILLER                       PIC X(56)
                                                   VALUE SPACES.
       01  WS-SPA-CEP.
           05 FILLER                       PIC X(06)
                                                   VALUE SPACES.
           05 FILLER                       PIC X(04)
                                                   VALUE "CEP ".
           05 WS-SPA-CEP-PRE               PIC X(05).
           05 FILLER                       PIC X(01)
                                                   VALUE "-".
           05 WS-SPA-CEP-SUF               PIC X(03).
           05 FILLER                       PIC X(61)
                                                   VALUE SPACES.
       01  WS-SPA-CODIGO.
           05 FILLER                       PIC X(19)
                                                   VALUE
              "CODIGO DO CLIENTE: ".
           05 WS-SPA-CODIGO-VALOR          PIC X(04).
           05 FILLER                       PIC X(57)
                                                   VALUE SPACES.
       01  WS-SPA-SALDO.
           05 FILLER                       PIC X(19)
                                                   VALUE
              "SALDO DEVEDOR....: ".
           05 WS-SPA-SALDO-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(48)
                                                   VALUE SPACES.
       01  WS-SPA-DIAS.
           05 FILLER                       PIC X(19)
                                                   VALUE
              "DIAS EM ATRASO...: ".
           05 WS-SPA-DIAS-VALOR            PIC ZZ9.
           05 FILLER                       PIC X(58)
                                                   VALUE SPACES.
       01  WS-SPA-TEXTO-1                  PIC X(80)
                                                   VALUE
           "COMUNICAMOS QUE O DEBITO ACIMA ENCONTRA-SE EM ATRASO E QUE,
      -    " NAO HAVENDO".
       01  WS-SPA-TEXTO-2.
           05 FILLER                       PIC X(30)
                                                   VALUE
              "A SUA REGULARIZACAO ATE O DIA ".
           05 WS-SPA-PRAZO-VALOR           PIC X(10).
           05 FILLER                       PIC X(40)
                                                   VALUE
              ", O SEU NOME SERA INCLUIDO NOS CADASTROS".
       01  WS-SPA-TEXTO-3                  PIC X(80)
                                                   VALUE
           "DE PROTECAO AO CREDITO (SPC/SERASA), CONFORME O ARTIGO 43,
      -    "PARAGRAFO 2, DO".
       01  WS-SPA-TEXTO-4                  PIC X(80)
                                                   VALUE
           "CODIGO DE DEFESA DO CONSUMIDOR. CASO O PAGAMENTO JA TENHA
      -    " SIDO FEITO,".
       01  WS-SPA-TEXTO-5                  PIC X(80)
                                                   VALUE
           "DESCONSIDERE ESTE AVISO.".
       01  WS-LINHA-BRANCO                 PIC X(80)
                                                   VALUE SPACES.

      *DATAS FORMATADAS PARA A CARTA E PARA O RELATORIO DE EXCECAO
       01  WS-DATA-EDT-F.
           05 WS-DIA-EDT-F                 PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-MES-EDT-F                 PIC 99.
           05 FILLER                       PIC X(01)
                                                   VALUE "/".
           05 WS-ANO-EDT-F                 PIC 9(04).
       77  WS-DATA-EDT                     PIC 9(08).

      *VARIAVEIS DO RELATORIO DE EXCECAO DAS REMOCOES PENDENTES
       01  WS-SPE-TITULO                   PIC X(80)
                                                   VALUE
           "REMOCOES PENDENTES NO BIRO PERTO DO PRAZO LEGAL - GPAZ9929".
       01  WS-SPE-DATA.
           05 FILLER                       PIC X(23)
                                                   VALUE
              "DATA DO PROCESSAMENTO: ".
           05 WS-SPE-DATA-VALOR            PIC X(10).
           05 FILLER                       PIC X(47)
                                                   VALUE SPACES.
       01  WS-SPE-CABECALHO.
           05 FILLER                       PIC X(08)
                                                   VALUE "CODCLI".
           05 FILLER                       PIC X(15)
                                                   VALUE
              "          SALDO".
           05 FILLER                       PIC X(12)
                                                   VALUE "   QUITACAO".
           05 FILLER                       PIC X(12)
                                                   VALUE "  PRAZO LEG.".
           05 FILLER                       PIC X(33)
                                                   VALUE "  SITUACAO".
       01  WS-SPE-LINHA.
           05 WS-SPE-CODCLI                PIC X(04).
           05 FILLER                       PIC X(04)
                                                   VALUE SPACES.
           05 WS-SPE-SALDO                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(03)
                                                   VALUE SPACES.
           05 WS-SPE-QUITACAO              PIC X(10).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-SPE-LIMITE                PIC X(10).
           05 FILLER                       PIC X(02)
                                                   VALUE SPACES.
           05 WS-SPE-SITUACAO              PIC X(32).
       01  WS-SPE-VENCE.
           05 FILLER                       PIC X(08)
                                                   VALUE "VENCE EM".
           05 WS-SPE-DIAS-RESTANTES        PIC ZZ9.
           05 FILLER                       PIC X(12)
                                                   VALUE " DIA(S) UTIL".
           05 FILLER                       PIC X(09)
                                                   VALUE SPACES.
       01  WS-SPE-TOTAL.
           05 FILLER                       PIC X(45)
                                                   VALUE
              "TOTAL DE REMOCOES PENDENTES EM ALERTA........".
           05 WS-SPE-TOTAL-VALOR           PIC ZZZZ9.
           05 FILLER                       PIC X(30)
                                                   VALUE SPACES.
       01  WS-SPE-NENHUMA                  PIC X(80)
                                                   VALUE
           "NENHUMA REMOCAO PENDENTE PERTO DO PRAZO LEGAL".

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLISPP                       PIC X(02).
              88 SUCESSO-PP                        VALUE "00".
              88 FIM-ARQUIVO-PP                    VALUE "10".
       01  FS-CLIPAR                       PIC X(02).
              88 SUCESSO-PR                        VALUE "00".
              88 FIM-ARQUIVO-PR                    VALUE "10".
       01  FS-CLICAL                       PIC X(02).
              88 SUCESSO-CL                        VALUE "00".
              88 FIM-ARQUIVO-CL                    VALUE "10".
       01  FS-CLINEW                       PIC X(02).
              88 SUCESSO-N                         VALUE "00".
              88 FIM-ARQUIVO-N                     VALUE "10".
       01  FS-CLIEXC                       PIC X(02).
              88 SUCESSO-X                         VALUE "00".
              88 FIM-ARQUIVO-X                     VALUE "10".
       01  FS-CLISPR                       PIC X(02).
              88 SUCESSO-SR                        VALUE "00".
              88 FIM-ARQUIVO-SR                    VALUE "10".
              88 SPR-INEXISTENTE                   VALUE "35".
       01  FS-CLISPC                       PIC X(02).
              88 SUCESSO-SC                        VALUE "00".
              88 FIM-ARQUIVO-SC                    VALUE "10".
              88 SPC-INEXISTENTE                   VALUE "35".
       01  FS-CLISPN                       PIC X(02).
              88 SUCESSO-SN                        VALUE "00".
              88 FIM-ARQUIVO-SN                    VALUE "10".
       01  FS-CLISPA                       PIC X(02).
              88 SUCESSO-SA                        VALUE "00".
              88 FIM-ARQUIVO-SA                    VALUE "10".
       01  FS-CLISPX                       PIC X(02).
              88 SUCESSO-SX                        VALUE "00".
              88 FIM-ARQUIVO-SX                    VALUE "10".
       01  FS-CLISPE                       PIC X(02).
              88 SUCESSO-SE                        VALUE "00".
              88 FIM-ARQUIVO-SE                    VALUE "10".
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
       77  WS-MSG-ERRO-PAR-DIAS            PIC X(40)
                                                   VALUE
           "ERRO DE DIAS EM ATRASO NO CARTAO".
       77  WS-MSG-ERRO-PAR-SALDO           PIC X(40)
                                                   VALUE
           "ERRO DE SALDO MINIMO NO CARTAO".
       77  WS-MSG-ERRO-PAR-PRAZO           PIC X(40)
                                                   VALUE
           "ERRO DE PRAZO DO AVISO NO CARTAO".
       77  WS-MSG-ERRO-PAR-ALERTA          PIC X(40)
                                                   VALUE
           "ERRO DE ANTECEDENCIA DO ALERTA NO CARTAO".
       77  WS-MSG-ERRO-PAR-DATA            PIC X(40)
                                                   VALUE
           "ERRO DE DATA NO CARTAO CLIPAR".
       77  WS-MSG-ERRO-CAL-DATA            PIC X(40)
                                                   VALUE
           "ERRO DE DATA INVALIDA NO CALENDARIO".
       77  WS-MSG-ERRO-TAB-CAL             PIC X(40)
                                                   VALUE
           "ERRO DE TABELA DE FERIADOS CHEIA".
       77  WS-MSG-ERRO-TAB-EXC             PIC X(40)
                                                   VALUE
           "ERRO DE TABELA DE EXCLUSOES CHEIA".
       77  WS-MSG-ERRO-TAB-SPR             PIC X(40)
                                                   VALUE
           "ERRO DE TABELA DE RETORNOS DO BIRO CHEIA".
       77  WS-MSG-ERRO-SEQ-SC              PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO SPC".
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
       0000-GPAZ9929.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR UNTIL FIM-ARQUIVO-N
                                    AND FIM-ARQUIVO-SC
           PERFORM 3000-TERMINO
           MOVE WS-RC-FINAL                TO RETURN-CODE
           STOP RUN
           .

       1000-INICIALIZAR.
           PERFORM 9400-INICIA-JOURNAL
           MOVE "GPAZ9929"                 TO WS-PROGRAMA-JRN

           ACCEPT WS-HORARIO-INICIAL FROM TIME

      *----ZERANDO VARIAVEIS CONTADORAS
           MOVE 0                          TO WS-CTLIDONEW
                                              WS-CTLIDOSPC
                                              WS-CTLIDOSPR
                                              WS-CTREJSPR
                                              WS-CTAVISOS
                                              WS-CTCANCELADOS
                                              WS-CTINCLUSOES
                                              WS-CTREMOCOES
                                              WS-CTCONFIRMADAS
                                              WS-CTALERTAS
                                              WS-CTGRAVSPN
                                              WS-QTD-DADOS-NEW
                                              WS-HASH-NEW

           PERFORM 1050-LER-PARAMETROS
           PERFORM 1060-LER-CLIPAR
           PERFORM 1070-CARREGA-FERIADOS
           PERFORM 1080-CARREGA-TABELA-EXC
           PERFORM 1090-CARREGA-TABELA-SPR

      *----ABERTURA DO ARQ CLINEW PARA LEITURA
           OPEN INPUT CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----ABERTURA DO ARQ CLISPC PARA LEITURA; ARQUIVO AINDA
      *----INEXISTENTE (PRIMEIRA EXECUCAO - E ESTE PROGRAMA QUEM
      *----INICIA A CORRENTE VIA CLISPN) EQUIVALE A NENHUM CLIENTE
      *----AVISADO
           OPEN INPUT CLISPC
           IF SPC-INEXISTENTE
              MOVE "10"                    TO FS-CLISPC
              MOVE HIGH-VALUES             TO WS-CODCLI-SPC
           ELSE
              IF NOT SUCESSO-SC
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLISPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET SPC-ABERTO               TO TRUE
           END-IF

      *----ABERTURA DOS ARQUIVOS DE SAIDA: NOVA SITUACAO, CARTAS,
      *----INTERCAMBIO E RELATORIO DE EXCECAO
           OPEN OUTPUT CLISPN
           IF NOT SUCESSO-SN
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLISPN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN OUTPUT CLISPA
           IF NOT SUCESSO-SA
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLISPA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN OUTPUT CLISPX
           IF NOT SUCESSO-SX
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLISPX               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           OPEN OUTPUT CLISPE
           IF NOT SUCESSO-SE
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLISPE               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE WS-DATA-SISTEMA            TO WS-DATAPROC-JRN
           PERFORM 9000-IMPRIME-DATA

           PERFORM 1500-GRAVA-CABECALHO-SPE

           PERFORM 1100-LER-CLINEW
           IF SPC-ABERTO
              PERFORM 1200-LER-CLISPC
           END-IF
           .

      *----LE E CRITICA O CARTAO DE PARAMETROS: DIAS EM ATRASO
      *----MINIMO (MAIOR QUE ZERO), SALDO DEVEDOR MINIMO (NUMERICO),
      *----PRAZO DO AVISO PREVIO (MAIOR QUE ZERO) E ANTECEDENCIA DO
      *----ALERTA DE REMOCAO (NUMERICA, ZERO = SO AS JA VENCIDAS)
       1050-LER-PARAMETROS.
           OPEN INPUT CLISPP
           IF NOT SUCESSO-PP
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLISPP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           READ CLISPP INTO WS-REG-CLISPP
           IF NOT SUCESSO-PP
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-AUSENTE TO WS-MSG
              MOVE FS-CLISPP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           IF WS-DIASMIN-PRM NOT NUMERIC
              OR WS-DIASMIN-PRM = ZEROS
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-DIAS    TO WS-MSG
              MOVE FS-CLISPP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           MOVE WS-DIASMIN-PRM             TO WS-DIASMIN

           IF WS-SALDOMIN-PRM NOT NUMERIC
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-SALDO   TO WS-MSG
              MOVE FS-CLISPP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           MOVE WS-SALDOMIN-PRM-N          TO WS-SALDOMIN

           IF WS-PRAZOAVISO-PRM NOT NUMERIC
              OR WS-PRAZOAVISO-PRM = ZEROS
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-PRAZO   TO WS-MSG
              MOVE FS-CLISPP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           MOVE WS-PRAZOAVISO-PRM          TO WS-PRAZOAVISO

           IF WS-ALERTA-PRM NOT NUMERIC
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ERRO-PAR-ALERTA  TO WS-MSG
              MOVE FS-CLISPP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           MOVE WS-ALERTA-PRM              TO WS-ALERTA

           CLOSE CLISPP
           IF NOT SUCESSO-PP
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLISPP               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

      *----DATA DE PROCESSAMENTO DO NEGOCIO DO CARTAO DO MERGE (JA
      *----CRITICADO POR ELE): E A DATA DO AVISO, DA INCLUSAO E DA
      *----QUITACAO, E A BASE DA CONTAGEM DO PRAZO LEGAL DA REMOCAO
       1060-LER-CLIPAR.
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

      *----CARREGA EM TABELA OS FERIADOS DO CALENDARIO CLICAL;
      *----CALENDARIO VAZIO E NORMAL (SO FINS DE SEMANA CONTAM COMO
      *----DIA NAO UTIL)
       1070-CARREGA-FERIADOS.
           MOVE 0                          TO WS-QTD-FERIADOS

           OPEN INPUT CLICAL
           IF NOT SUCESSO-CL
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLICAL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1075-LER-CLICAL
           PERFORM UNTIL FIM-ARQUIVO-CL
              IF DATAFER-CAL NOT NUMERIC
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-CAL-DATA TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              IF WS-QTD-FERIADOS < 200
                 ADD 1                     TO WS-QTD-FERIADOS
                 MOVE DATAFER-CAL          TO
                                    WS-FERIADO-TAB(WS-QTD-FERIADOS)
              ELSE
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-TAB-CAL  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              PERFORM 1075-LER-CLICAL
           END-PERFORM

           CLOSE CLICAL
           IF NOT SUCESSO-CL
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLICAL               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1075-LER-CLICAL.
           READ CLICAL
           IF NOT SUCESSO-CL
              IF NOT FIM-ARQUIVO-CL
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLICAL            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----CARREGA EM TABELA AS EXCLUSOES DO DIA (CLIEXC DO MERGE)
       1080-CARREGA-TABELA-EXC.
           MOVE 0                          TO WS-QTD-EXC-TAB

           OPEN INPUT CLIEXC
           IF NOT SUCESSO-X
              MOVE WS-MSG-ERRO-OPEN        TO WS-MSG
              MOVE FS-CLIEXC               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 1085-LER-CLIEXC
           PERFORM UNTIL FIM-ARQUIVO-X
              IF WS-QTD-EXC-TAB < 20000
                 ADD 1                     TO WS-QTD-EXC-TAB
                 MOVE WS-REG-CLI-EXC       TO
                                    WS-EXC-REGISTRO(WS-QTD-EXC-TAB)
              ELSE
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-TAB-EXC  TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              PERFORM 1085-LER-CLIEXC
           END-PERFORM

           CLOSE CLIEXC
           IF NOT SUCESSO-X
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLIEXC               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       1085-LER-CLIEXC.
           READ CLIEXC INTO WS-REG-CLI-EXC
           IF NOT SUCESSO-X
              IF NOT FIM-ARQUIVO-X
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIEXC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----CARREGA EM TABELA AS REMOCOES CONFIRMADAS NO RETORNO DO
      *----BIRO; ARQUIVO AUSENTE = NENHUM RETORNO NO DIA. CARTAO COM
      *----TIPO DESCONHECIDO OU DATA INVALIDA E APONTADO NO SYSOUT E
      *----DESPREZADO
       1090-CARREGA-TABELA-SPR.
           MOVE 0                          TO WS-QTD-SPR-TAB

           OPEN INPUT CLISPR
           IF SPR-INEXISTENTE
              MOVE "10"                    TO FS-CLISPR
           ELSE
              IF NOT SUCESSO-SR
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLISPR            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET SPR-ABERTO               TO TRUE
              PERFORM 1095-LER-CLISPR
           END-IF

           PERFORM UNTIL FIM-ARQUIVO-SR
              ADD 1                        TO WS-CTLIDOSPR
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
              IF WS-TIPORET-SPR = "R"
                 AND WS-DATARET-SPR IS NUMERIC
                 IF WS-QTD-SPR-TAB < 20000
                    ADD 1                  TO WS-QTD-SPR-TAB
                    MOVE WS-CODCLI-SPR     TO
                                    WS-SPR-CODCLI(WS-QTD-SPR-TAB)
                    MOVE WS-DATARET-SPR    TO
                                    WS-SPR-DATA(WS-QTD-SPR-TAB)
                 ELSE
                    MOVE 8                 TO WS-RC-FINAL
                    MOVE WS-MSG-ERRO-TAB-SPR
                                           TO WS-MSG
                    MOVE SPACES            TO WS-FS
                    GO                     TO 9999-ERRO
                 END-IF
              ELSE
                 DISPLAY "RETORNO DO BIRO INVALIDO: " WS-REG-CLI-SPR
                 ADD 1                     TO WS-CTREJSPR
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
              PERFORM 1095-LER-CLISPR
           END-PERFORM

           IF SPR-ABERTO
              CLOSE CLISPR
              IF NOT SUCESSO-SR
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLISPR            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1095-LER-CLISPR.
           READ CLISPR INTO WS-REG-CLI-SPR
           IF NOT SUCESSO-SR
              IF NOT FIM-ARQUIVO-SR
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLISPR            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
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

       1200-LER-CLISPC.
           READ CLISPC INTO WS-REG-CLI-SPC
           IF SUCESSO-SC
              ADD 1                        TO WS-CTLIDOSPC
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD

      *----A SITUACAO NO BIRO TEM QUE VIR EM ORDEM ASCENDENTE
      *----ESTRITA DE CODCLI (UM REGISTRO POR CLIENTE)
              IF WS-CODCLI-SPC NOT > WS-ULTIMO-CODCLI-SPC
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-SEQ-SC   TO WS-MSG
                 MOVE FS-CLISPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-CODCLI-SPC           TO WS-ULTIMO-CODCLI-SPC
           ELSE
              IF FIM-ARQUIVO-SC
                 MOVE HIGH-VALUES          TO WS-CODCLI-SPC
              ELSE
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLISPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       1500-GRAVA-CABECALHO-SPE.
           MOVE WS-SPE-TITULO              TO REG-CLISPE
           PERFORM 2950-GRAVA-LINHA-SPE
           MOVE WS-IGUAL                   TO REG-CLISPE
           PERFORM 2950-GRAVA-LINHA-SPE
           MOVE WS-DATA-SISTEMA-F          TO WS-SPE-DATA-VALOR
           MOVE WS-SPE-DATA                TO REG-CLISPE
           PERFORM 2950-GRAVA-LINHA-SPE
           MOVE WS-SPE-CABECALHO           TO REG-CLISPE
           PERFORM 2950-GRAVA-LINHA-SPE
           MOVE WS-IGUAL                   TO REG-CLISPE
           PERFORM 2950-GRAVA-LINHA-SPE
           .

      *----BALANCE LINE ENTRE O MESTRE E A SITUACAO NO BIRO:
      *----SITUACAO SEM CADASTRO (CLIENTE QUE SAIU DO MESTRE),
      *----CADASTRO SEM SITUACAO (CANDIDATO AO AVISO PREVIO) E
      *----CADASTRO COM SITUACAO (ACOMPANHAMENTO DO CICLO)
       2000-PROCESSAR.
           IF WS-CODCLI-SPC < WS-CODCLI-NEW
              PERFORM 2500-SITUACAO-SEM-CADASTRO
              PERFORM 1200-LER-CLISPC
           ELSE
              IF WS-CODCLI-SPC > WS-CODCLI-NEW
                 PERFORM 2050-AVALIA-LIMITE
                 IF CONTA-NO-LIMITE
                    PERFORM 2100-EMITE-AVISO
                 END-IF
                 PERFORM 1100-LER-CLINEW
              ELSE
                 PERFORM 2300-SITUACAO-COM-CADASTRO
                 PERFORM 1100-LER-CLINEW
                 PERFORM 1200-LER-CLISPC
              END-IF
           END-IF
           .

      *----A CONTA ESTA NO LIMITE DA NEGATIVACAO QUANDO TEM SALDO
      *----DEVEDOR E ATINGE OS DIAS EM ATRASO E O SALDO MINIMOS
      *----DO CARTAO
       2050-AVALIA-LIMITE.
           MOVE "N"                        TO WS-CONTA-NO-LIMITE
           IF WS-TOTALDIVIDA-NEW > 0
              AND WS-TOTALDIVIDA-NEW NOT < WS-SALDOMIN
              AND WS-DIASATRASO-NEW NOT < WS-DIASMIN
              SET CONTA-NO-LIMITE          TO TRUE
           END-IF
           .

      *----AVISO PREVIO: CARTA PARA O ENDERECO DO CADASTRO E NOVA
      *----SITUACAO "NT" COM O FIM DO PRAZO DO AVISO (DIAS CORRIDOS A
      *----PARTIR DA DATA DO NEGOCIO)
       2100-EMITE-AVISO.
           INITIALIZE WS-REG-CLI-SPN
           MOVE WS-CODCLI-NEW              TO WS-CODCLI-SPN
           MOVE "NT"                       TO WS-SITUACAO-SPN
           MOVE WS-TOTALDIVIDA-NEW         TO WS-SALDO-SPN
           MOVE WS-DATA-SISTEMA            TO WS-DATANOTIF-SPN
                                              WS-DATASIT-SPN
           COMPUTE WS-DATAPREV-SPN =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                   + WS-PRAZOAVISO)

           PERFORM 2200-IMPRIME-CARTA
           PERFORM 2900-GRAVA-SPN

           ADD 1                           TO WS-CTAVISOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       2200-IMPRIME-CARTA.
           MOVE 0                          TO WS-CTLINHA

           MOVE WS-IGUAL                   TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-SPA-TITULO              TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-DATA-SISTEMA-F          TO WS-SPA-DATA-VALOR
           MOVE WS-SPA-DATA                TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-IGUAL                   TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-LINHA-BRANCO            TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA

      *----BLOCO DE NOME E ENDERECO PARA O ENVELOPE DE JANELA
           MOVE WS-NOMECLI-NEW             TO WS-SPA-NOME-VALOR
           MOVE WS-SPA-NOME                TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-LOGRCLI-NEW             TO WS-SPA-ENDERECO-VALOR
           MOVE WS-SPA-ENDERECO            TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-CIDCLI-NEW              TO WS-SPA-CIDADE-VALOR
           MOVE WS-UFCLI-NEW               TO WS-SPA-UF-VALOR
           MOVE WS-SPA-CIDADE              TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-CEPCLI-NEW(1:5)         TO WS-SPA-CEP-PRE
           MOVE WS-CEPCLI-NEW(6:3)         TO WS-SPA-CEP-SUF
           MOVE WS-SPA-CEP                 TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-LINHA-BRANCO            TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA

           MOVE WS-CODCLI-NEW              TO WS-SPA-CODIGO-VALOR
           MOVE WS-SPA-CODIGO              TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-TOTALDIVIDA-NEW         TO WS-SPA-SALDO-VALOR
           MOVE WS-SPA-SALDO               TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-DIASATRASO-NEW          TO WS-SPA-DIAS-VALOR
           MOVE WS-SPA-DIAS                TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-LINHA-BRANCO            TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA

           MOVE WS-SPA-TEXTO-1             TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-DATAPREV-SPN            TO WS-DATA-EDT
           PERFORM 8000-FORMATA-DATA
           MOVE WS-DATA-EDT-F              TO WS-SPA-PRAZO-VALOR
           MOVE WS-SPA-TEXTO-2             TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-SPA-TEXTO-3             TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-SPA-TEXTO-4             TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           MOVE WS-SPA-TEXTO-5             TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA

      *----COMPLETA O BLOCO FIXO DE LINHAS DA PAGINA
           PERFORM 2260-COMPLETA-PAGINA
                   UNTIL WS-CTLINHA >= WS-LINHAS-PAGINA
           .

       2250-GRAVA-LINHA-SPA.
           WRITE REG-CLISPA
           IF NOT SUCESSO-SA
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLISPA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTLINHA
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       2260-COMPLETA-PAGINA.
           MOVE WS-LINHA-BRANCO            TO REG-CLISPA
           PERFORM 2250-GRAVA-LINHA-SPA
           .

      *----CLIENTE COM SITUACAO E PRESENTE NO MESTRE:
      *----"NT" - SALDO ZERADO OU CONTA FORA DO LIMITE CANCELA O
      *----       AVISO; VENCIDO O PRAZO DO AVISO, NEGATIVA
      *----"NG" - SALDO ZERADO (PAGAMENTO) GERA A REMOCAO
      *----"RP" - ACOMPANHA A CONFIRMACAO E O PRAZO LEGAL
      *----"RM" - CONTA DE NOVO NO LIMITE RECEBE NOVO AVISO PREVIO
       2300-SITUACAO-COM-CADASTRO.
           IF WS-SITUACAO-SPC = "NT"
              PERFORM 2050-AVALIA-LIMITE
              IF NOT CONTA-NO-LIMITE
                 PERFORM 2350-CANCELA-AVISO
              ELSE
                 IF WS-DATA-SISTEMA NOT < WS-DATAPREV-SPC
                    PERFORM 2400-NEGATIVA
                 ELSE
                    PERFORM 2850-COPIA-SITUACAO
                 END-IF
              END-IF
           ELSE
           IF WS-SITUACAO-SPC = "NG"
              IF WS-TOTALDIVIDA-NEW = 0
                 MOVE WS-CODCLI-NEW        TO WS-CODCLI-SPX
                 MOVE WS-CPFCLI-NEW        TO WS-CPFCLI-SPX
                 MOVE WS-NOMECLI-NEW       TO WS-NOMECLI-SPX
                 MOVE WS-ENDCLI-NEW        TO WS-ENDCLI-SPX
                 PERFORM 2600-SOLICITA-REMOCAO
              ELSE
                 PERFORM 2850-COPIA-SITUACAO
              END-IF
           ELSE
           IF WS-SITUACAO-SPC = "RP"
              PERFORM 2700-ACOMPANHA-REMOCAO
           ELSE
              PERFORM 2050-AVALIA-LIMITE
              IF CONTA-NO-LIMITE
                 PERFORM 2100-EMITE-AVISO
              ELSE
                 PERFORM 2850-COPIA-SITUACAO
              END-IF
           END-IF
           END-IF
           END-IF
           .

      *----AVISO CANCELADO: A SITUACAO NAO PASSA PARA O CLISPN E UM
      *----NOVO ATRASO COMECA UM NOVO CICLO COM NOVO AVISO PREVIO
       2350-CANCELA-AVISO.
           ADD 1                           TO WS-CTCANCELADOS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----INCLUSAO NO BIRO: SAI NO INTERCAMBIO COM O SALDO ATUAL E
      *----A SITUACAO PASSA A "NG"
       2400-NEGATIVA.
           INITIALIZE WS-REG-CLI-SPX
           MOVE "I"                        TO WS-TIPOREG-SPX
           MOVE WS-CODCLI-NEW              TO WS-CODCLI-SPX
           MOVE WS-CPFCLI-NEW              TO WS-CPFCLI-SPX
           MOVE WS-NOMECLI-NEW             TO WS-NOMECLI-SPX
           MOVE WS-ENDCLI-NEW              TO WS-ENDCLI-SPX
           MOVE WS-TOTALDIVIDA-NEW         TO WS-TOTALDIVIDA-SPX
           MOVE WS-DATA-SISTEMA            TO WS-DATAREF-SPX
           MOVE WS-DATANOTIF-SPC           TO WS-DATANOTIF-SPX
           PERFORM 2800-GRAVA-SPX

           MOVE WS-REG-CLI-SPC             TO WS-REG-CLI-SPN
           MOVE "NG"                       TO WS-SITUACAO-SPN
           MOVE WS-TOTALDIVIDA-NEW         TO WS-SALDO-SPN
           MOVE WS-DATA-SISTEMA            TO WS-DATAINCL-SPN
                                              WS-DATASIT-SPN
           PERFORM 2900-GRAVA-SPN

           ADD 1                           TO WS-CTINCLUSOES
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----CLIENTE COM SITUACAO QUE SAIU DO MESTRE:
      *----"NT" - O AVISO E CANCELADO
      *----"NG" - EXCLUIDO NO DIA (SALDO ZERADO PELA EXCLUSAO) GERA A
      *----       REMOCAO; FORA DO MESTRE POR OUTRO MOTIVO (BAIXA PARA
      *----       PERDA) A DIVIDA CONTINUA E A NEGATIVACAO PERMANECE
      *----"RP" - ACOMPANHA A CONFIRMACAO E O PRAZO LEGAL
      *----"RM" - ATRAVESSA INALTERADA
       2500-SITUACAO-SEM-CADASTRO.
           IF WS-SITUACAO-SPC = "NT"
              PERFORM 2350-CANCELA-AVISO
           ELSE
           IF WS-SITUACAO-SPC = "NG"
              PERFORM 8500-PROCURA-EXCLUSAO
              IF EXCLUIDO-NO-DIA
                 MOVE WS-EXC-REGISTRO(WS-IDX-EXC)
                                           TO WS-REG-CLI-EXC
                 MOVE WS-CODCLI-EXC        TO WS-CODCLI-SPX
                 MOVE WS-CPFCLI-EXC        TO WS-CPFCLI-SPX
                 MOVE WS-NOMECLI-EXC       TO WS-NOMECLI-SPX
                 MOVE WS-ENDCLI-EXC        TO WS-ENDCLI-SPX
                 PERFORM 2600-SOLICITA-REMOCAO
              ELSE
                 PERFORM 2850-COPIA-SITUACAO
              END-IF
           ELSE
           IF WS-SITUACAO-SPC = "RP"
              PERFORM 2700-ACOMPANHA-REMOCAO
           ELSE
              PERFORM 2850-COPIA-SITUACAO
           END-IF
           END-IF
           END-IF
           .

      *----REMOCAO DO NEGATIVADO COM SALDO ZERADO: O PRAZO LEGAL E DE
      *----CINCO DIAS UTEIS (CALENDARIO CLICAL) A PARTIR DA DATA DO
      *----NEGOCIO EM QUE O SALDO ZEROU; A REMOCAO SAI NO INTERCAMBIO
      *----E A SITUACAO FICA "RP" ATE O BIRO CONFIRMAR. O CHAMADOR JA
      *----MOVEU PARA O INTERCAMBIO OS DADOS DE IDENTIFICACAO DO
      *----DEVEDOR
       2600-SOLICITA-REMOCAO.
           MOVE WS-DATA-SISTEMA            TO WS-DU-DATA-BASE
           MOVE WS-PRAZO-REMOCAO           TO WS-DU-QTD
           PERFORM 8100-SOMA-DIAS-UTEIS

           MOVE "R"                        TO WS-TIPOREG-SPX
           MOVE WS-SALDO-SPC               TO WS-TOTALDIVIDA-SPX
           MOVE WS-DATA-SISTEMA            TO WS-DATAREF-SPX
           MOVE WS-DU-DATA-FIM             TO WS-DATALIMITE-SPX
           MOVE WS-DATANOTIF-SPC           TO WS-DATANOTIF-SPX
           PERFORM 2800-GRAVA-SPX

           MOVE WS-REG-CLI-SPC             TO WS-REG-CLI-SPN
           MOVE "RP"                       TO WS-SITUACAO-SPN
           MOVE WS-DATA-SISTEMA            TO WS-DATAQUIT-SPN
                                              WS-DATASIT-SPN
           MOVE WS-DU-DATA-FIM             TO WS-DATALIMITE-SPN
           PERFORM 2900-GRAVA-SPN

           ADD 1                           TO WS-CTREMOCOES
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

      *----REMOCAO PENDENTE: CONFIRMADA NO RETORNO DO BIRO PASSA A
      *----"RM"; SEM CONFIRMACAO, ENTRA NO RELATORIO DE EXCECAO QUANDO
      *----O PRAZO LEGAL JA VENCEU OU VENCE DENTRO DA ANTECEDENCIA DO
      *----CARTAO (EM DIAS UTEIS)
       2700-ACOMPANHA-REMOCAO.
           PERFORM 8600-PROCURA-CONFIRMACAO
           IF REMOCAO-CONFIRMADA
              MOVE WS-REG-CLI-SPC          TO WS-REG-CLI-SPN
              MOVE "RM"                    TO WS-SITUACAO-SPN
              MOVE WS-SPR-DATA(WS-SPR-POSICAO)
                                           TO WS-DATASIT-SPN
              PERFORM 2900-GRAVA-SPN
              ADD 1                        TO WS-CTCONFIRMADAS
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              PERFORM 2850-COPIA-SITUACAO
              IF WS-DATA-SISTEMA > WS-DATALIMITE-SPC
                 MOVE "PRAZO LEGAL VENCIDO"
                                           TO WS-SPE-SITUACAO
                 PERFORM 2750-GRAVA-ALERTA
              ELSE
                 MOVE WS-DATA-SISTEMA      TO WS-DU-DATA-BASE
                 MOVE WS-DATALIMITE-SPC    TO WS-DU-DATA-FIM
                 PERFORM 8200-CONTA-DIAS-UTEIS
                 IF WS-DU-CONTADOS NOT > WS-ALERTA
                    MOVE WS-DU-CONTADOS    TO WS-SPE-DIAS-RESTANTES
                    MOVE WS-SPE-VENCE      TO WS-SPE-SITUACAO
                    PERFORM 2750-GRAVA-ALERTA
                 END-IF
              END-IF
           END-IF
           .

       2750-GRAVA-ALERTA.
           MOVE WS-CODCLI-SPC              TO WS-SPE-CODCLI
           MOVE WS-SALDO-SPC               TO WS-SPE-SALDO
           MOVE WS-DATAQUIT-SPC            TO WS-DATA-EDT
           PERFORM 8000-FORMATA-DATA
           MOVE WS-DATA-EDT-F              TO WS-SPE-QUITACAO
           MOVE WS-DATALIMITE-SPC          TO WS-DATA-EDT
           PERFORM 8000-FORMATA-DATA
           MOVE WS-DATA-EDT-F              TO WS-SPE-LIMITE
           MOVE WS-SPE-LINHA               TO REG-CLISPE
           PERFORM 2950-GRAVA-LINHA-SPE

           ADD 1                           TO WS-CTALERTAS
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       2800-GRAVA-SPX.
           WRITE REG-CLI-SPX FROM WS-REG-CLI-SPX
           IF NOT SUCESSO-SX
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLISPX               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       2850-COPIA-SITUACAO.
           MOVE WS-REG-CLI-SPC             TO WS-REG-CLI-SPN
           PERFORM 2900-GRAVA-SPN
           .

       2900-GRAVA-SPN.
           WRITE REG-CLI-SPN FROM WS-REG-CLI-SPN
           IF NOT SUCESSO-SN
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLISPN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTGRAVSPN
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       2950-GRAVA-LINHA-SPE.
           WRITE REG-CLISPE
           IF NOT SUCESSO-SE
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              MOVE FS-CLISPE               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       3000-TERMINO.
      *----RODAPE DO RELATORIO DE EXCECAO
           MOVE WS-IGUAL                   TO REG-CLISPE
           PERFORM 2950-GRAVA-LINHA-SPE
           IF WS-CTALERTAS = 0
              MOVE WS-SPE-NENHUMA          TO REG-CLISPE
              PERFORM 2950-GRAVA-LINHA-SPE
           END-IF
           MOVE WS-CTALERTAS               TO WS-SPE-TOTAL-VALOR
           MOVE WS-SPE-TOTAL               TO REG-CLISPE
           PERFORM 2950-GRAVA-LINHA-SPE

      *----FECHA ARQ CLINEW
           CLOSE CLINEW
           IF NOT SUCESSO-N
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLINEW               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLISPC (QUANDO EXISTIA PARA SER ABERTO)
           IF SPC-ABERTO
              CLOSE CLISPC
              IF NOT SUCESSO-SC
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLISPC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

      *----FECHA ARQ CLISPN
           CLOSE CLISPN
           IF NOT SUCESSO-SN
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLISPN               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLISPA
           CLOSE CLISPA
           IF NOT SUCESSO-SA
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLISPA               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLISPX
           CLOSE CLISPX
           IF NOT SUCESSO-SX
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLISPX               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

      *----FECHA ARQ CLISPE
           CLOSE CLISPE
           IF NOT SUCESSO-SE
              MOVE WS-MSG-ERRO-CLOSE       TO WS-MSG
              MOVE FS-CLISPE               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ACCEPT WS-HORARIO-FINAL FROM TIME

      *----FAZ CALCULO DO TEMPO DE PROCESSAMENTO
           COPY CALCTEMP.

      *----MOVE VARIAVEIS CONTADORAS P/ AS FORMATADAS
           MOVE WS-CTLIDONEW               TO WS-CTLIDONEW-F
           MOVE WS-CTLIDOSPC               TO WS-CTLIDOSPC-F
           MOVE WS-CTLIDOSPR               TO WS-CTLIDOSPR-F
           MOVE WS-CTREJSPR                TO WS-CTREJSPR-F
           MOVE WS-CTAVISOS                TO WS-CTAVISOS-F
           MOVE WS-CTCANCELADOS            TO WS-CTCANCELADOS-F
           MOVE WS-CTINCLUSOES             TO WS-CTINCLUSOES-F
           MOVE WS-CTREMOCOES              TO WS-CTREMOCOES-F
           MOVE WS-CTCONFIRMADAS           TO WS-CTCONFIRMADAS-F
           MOVE WS-CTALERTAS               TO WS-CTALERTAS-F
           MOVE WS-CTGRAVSPN               TO WS-CTGRAVSPN-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE CADASTROS LIDOS EM CLINEW..........:"
                    WS-CTLIDONEW-F
           DISPLAY "TOTAL DE SITUACOES LIDAS EM CLISPC..........:"
                    WS-CTLIDOSPC-F
           DISPLAY "TOTAL DE RETORNOS LIDOS EM CLISPR...........:"
                    WS-CTLIDOSPR-F
           DISPLAY "TOTAL DE RETORNOS INVALIDOS DESPREZADOS.....:"
                    WS-CTREJSPR-F
           DISPLAY "TOTAL DE AVISOS PREVIOS EMITIDOS EM CLISPA..:"
                    WS-CTAVISOS-F
           DISPLAY "TOTAL DE AVISOS CANCELADOS..................:"
                    WS-CTCANCELADOS-F
           DISPLAY "TOTAL DE INCLUSOES ENVIADAS EM CLISPX.......:"
                    WS-CTINCLUSOES-F
           DISPLAY "TOTAL DE REMOCOES ENVIADAS EM CLISPX........:"
                    WS-CTREMOCOES-F
           DISPLAY "TOTAL DE REMOCOES CONFIRMADAS PELO BIRO.....:"
                    WS-CTCONFIRMADAS-F
           DISPLAY "TOTAL DE REMOCOES EM ALERTA EM CLISPE.......:"
                    WS-CTALERTAS-F
           DISPLAY "TOTAL DE SITUACOES GRAVADAS EM CLISPN.......:"
                    WS-CTGRAVSPN-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="

      *----JOURNAL DE EXECUCAO: CONTADORES-CHAVE E CODIGO DE
      *----RETORNO PADRONIZADO (ALERTA QUANDO HA REMOCAO PENDENTE
      *----PERTO DO PRAZO LEGAL OU RETORNO DO BIRO DESPREZADO)
           MOVE WS-CTLIDONEW               TO WS-QTLIDO-JRN
           MOVE WS-CTGRAVSPN               TO WS-QTGRAV-JRN
           MOVE WS-CTREJSPR                TO WS-QTREJ-JRN
           IF WS-CTALERTAS > 0
              OR WS-CTREJSPR > 0
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

      *----SOMA WS-DU-QTD DIAS UTEIS A WS-DU-DATA-BASE, DEVOLVENDO A
      *----DATA RESULTANTE EM WS-DU-DATA-FIM
       8100-SOMA-DIAS-UTEIS.
           COMPUTE WS-DU-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DU-DATA-BASE)
           MOVE 0                          TO WS-DU-CONTADOS

           PERFORM UNTIL WS-DU-CONTADOS NOT < WS-DU-QTD
              ADD 1                        TO WS-DU-DIA-INT
              PERFORM 8150-VERIFICA-DIA-UTIL
              IF DIA-UTIL
                 ADD 1                     TO WS-DU-CONTADOS
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
           END-PERFORM

           COMPUTE WS-DU-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-DU-DIA-INT)
           .

      *----O DIA 1 DO CALENDARIO INTERNO (01/01/1601) CAIU NUMA
      *----SEGUNDA-FEIRA: RESTO 1 A 5 = SEGUNDA A SEXTA, RESTO 6 =
      *----SABADO E RESTO 0 = DOMINGO; DIA UTIL E O DE SEGUNDA A
      *----SEXTA FORA OS FERIADOS DO CALENDARIO
       8150-VERIFICA-DIA-UTIL.
           MOVE "N"                        TO WS-DIA-UTIL
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DU-DIA-INT 7)
           IF WS-DIA-SEMANA >= 1 AND WS-DIA-SEMANA <= 5
              COMPUTE WS-DIA-CORRENTE-DATA =
                      FUNCTION DATE-OF-INTEGER(WS-DU-DIA-INT)
              PERFORM 8300-PROCURA-FERIADO
              IF NOT DIA-E-FERIADO
                 SET DIA-UTIL              TO TRUE
              END-IF
           END-IF
           .

      *----CONTA OS DIAS UTEIS ENTRE WS-DU-DATA-BASE (EXCLUSIVE) E
      *----WS-DU-DATA-FIM (INCLUSIVE), DEVOLVENDO EM WS-DU-CONTADOS
       8200-CONTA-DIAS-UTEIS.
           MOVE 0                          TO WS-DU-CONTADOS
           COMPUTE WS-DU-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DU-DATA-BASE)
           COMPUTE WS-DU-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DU-DATA-FIM)

           PERFORM UNTIL WS-DU-DIA-INT NOT < WS-DU-FIM-INT
              ADD 1                        TO WS-DU-DIA-INT
              PERFORM 8150-VERIFICA-DIA-UTIL
              IF DIA-UTIL
                 ADD 1                     TO WS-DU-CONTADOS
                     ON SIZE ERROR
                        DISPLAY WS-MSG-ERRO-ADD
                 END-ADD
              END-IF
           END-PERFORM
           .

      *----PROCURA A DATA EM WS-DIA-CORRENTE-DATA NA TABELA DE
      *----FERIADOS DO CALENDARIO
       8300-PROCURA-FERIADO.
           MOVE "N"                        TO WS-FERIADO-ACHADO
           PERFORM VARYING WS-IDX-FERIADO FROM 1 BY 1
                   UNTIL WS-IDX-FERIADO > WS-QTD-FERIADOS
                   OR DIA-E-FERIADO
              IF WS-FERIADO-TAB(WS-IDX-FERIADO) =
                 WS-DIA-CORRENTE-DATA
                 SET DIA-E-FERIADO         TO TRUE
              END-IF
           END-PERFORM
           .

      *----PROCURA O CODCLI DA SITUACAO CORRENTE NA TABELA DE
      *----EXCLUSOES DO DIA (WS-IDX-EXC FICA NA OCORRENCIA ACHADA)
       8500-PROCURA-EXCLUSAO.
           MOVE "N"                        TO WS-EXC-ACHADO
           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-QTD-EXC-TAB
                   OR EXCLUIDO-NO-DIA
              IF WS-EXC-REGISTRO(WS-IDX-EXC)(1:4) = WS-CODCLI-SPC
                 SET EXCLUIDO-NO-DIA       TO TRUE
              END-IF
           END-PERFORM
           IF EXCLUIDO-NO-DIA
              SUBTRACT 1                 FROM WS-IDX-EXC
           END-IF
           .

      *----PROCURA O CODCLI DA SITUACAO CORRENTE NA TABELA DE
      *----REMOCOES CONFIRMADAS PELO BIRO
       8600-PROCURA-CONFIRMACAO.
           MOVE "N"                        TO WS-SPR-ACHADO
           MOVE 0                          TO WS-SPR-POSICAO
           PERFORM VARYING WS-IDX-SPR FROM 1 BY 1
                   UNTIL WS-IDX-SPR > WS-QTD-SPR-TAB
                   OR REMOCAO-CONFIRMADA
              IF WS-SPR-CODCLI(WS-IDX-SPR) = WS-CODCLI-SPC
                 SET REMOCAO-CONFIRMADA    TO TRUE
                 MOVE WS-IDX-SPR           TO WS-SPR-POSICAO
              END-IF
           END-PERFORM
           .

      *----(9000-IMPRIME-DATA)MOSTRA DISPLAY COM AS DATAS
           COPY ROTDATA.

      *----(9400/9500) INICIA E GRAVA O JOURNAL DE EXECUCAO
           COPY ROTJRNL.

      *----(9999-ERRO) MOSTRA DISPLAY COM AS MSG DE ERROS
           COPY ROTERRO.
