      *FIXO ACORDADO COM A AGENCIA (TELEFONE FORMATADO VIA ROTFONE),   *
      *E ENTRAM NO NOVO ARQUIVO DE SITUACAO CLIPLN COM A SITUACAO      *
      *"EN"; AS DEMAIS SITUACOES ATRAVESSAM INALTERADAS - ASSIM UMA    *
      *CONTA NUNCA E COLOCADA DUAS VEZES NA AGENCIA. A CONTA DE        *
      *CLIENTE QUE CONSTA DO CADASTRO DE ENDERECOS DEVOLVIDOS CLIEDC   *
      *(VIDE GPAZ9930) SAI NO INTERCAMBIO MARCADA PARA LOCALIZACAO.    *
      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
           FILE STATUS IS FS-CLIPLN
           .

           SELECT CLIEDC ASSIGN            TO UT-S-CLIEDC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLIEDC
           .

           SELECT CLIAGX ASSIGN            TO UT-S-CLIAGX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY ARQCLIPL REPLACING ==:XX-:== BY ====
                                 ==:YYY:== BY ==PLN==.

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

      *----ARQUIVO DE INTERCAMBIO DE ENVIO PARA A AGENCIA
       FD  CLIAGX
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS REG-CLIAGX
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLIAGX
       COPY ARQCLIPL REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==PLN==.

      *VARIAVEIS ESPELHO DO CLIEDC
       COPY ARQCLIED REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==EDC==.

      *VARIAVEIS ESPELHO DO CLIAGX
       COPY ARQCLIAG REPLACING ==:XX-:== BY ==WS-==
                               ==:YYY:== BY ==AGX==.
                                                   VALUE "N".
              88 PLC-ABERTO                        VALUE "S".

      *ULTIMO CODCLI LIDO DO CLIEDC, PARA VALIDAR A SEQUENCIA
      *ASCENDENTE ESTRITA
       77  WS-ULTIMO-CODCLI-EDC            PIC X(04)
                                                   VALUE LOW-VALUES.

      *SINALIZA QUE O CLIEDC EXISTIA E FOI ABERTO (ANTES DA PRIMEIRA
      *EXECUCAO DO GPAZ9930 ELE NAO EXISTE E E TRATADO COMO VAZIO)
       77  WS-EDC-ABERTO                   PIC X(01)
                                                   VALUE "N".
              88 EDC-ABERTO                        VALUE "S".

      *TELEFONE FORMATADO PARA O INTERCAMBIO (VIDE 7000-FORMATA-FONE)
       COPY VARFONE.

                                                   COMP.
       77  WS-CTGRAVPLN                    PIC 9(07)
                                                   COMP.
       77  WS-CTLIDOEDC                    PIC 9(07)
                                                   COMP.
       77  WS-CTENDDEVOLVIDO               PIC 9(07)
                                                   COMP.

      *VARIAVEIS CONTADORAS FORMATADAS
       77  WS-CTLIDONEW-F                  PIC ZZZZZZ9.
       77  WS-CTRECOLOCADAS-F              PIC ZZZZZZ9.
       77  WS-CTJACOLOCADAS-F              PIC ZZZZZZ9.
       77  WS-CTGRAVPLN-F                  PIC ZZZZZZ9.
       77  WS-CTLIDOEDC-F                  PIC ZZZZZZ9.
       77  WS-CTENDDEVOLVIDO-F             PIC ZZZZZZ9.

      *VARIAVEIS DE FILE STATUS E FLAGS
       01  FS-CLIAGP                       PIC X(02).
              88 SUCESSO-PC                        VALUE "00".
              88 FIM-ARQUIVO-PC                    VALUE "10".
              88 PLC-INEXISTENTE                   VALUE "35".
       01  FS-CLIEDC                       PIC X(02).
              88 SUCESSO-EC                        VALUE "00".
              88 FIM-ARQUIVO-EC                    VALUE "10".
              88 EDC-INEXISTENTE                   VALUE "35".
       01  FS-CLIPLN                       PIC X(02).
              88 SUCESSO-PN                        VALUE "00".
              88 FIM-ARQUIVO-PN                    VALUE "10".
       77  WS-MSG-ERRO-SEQ-PC             PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO PLC".
       77  WS-MSG-ERRO-SEQ-EC             PIC X(40)
                                                   VALUE
           "ERRO DE SEQUENCIA NO ARQUIVO EDC".
       77  WS-MSG-ERRO-CTL-NEW            PIC X(40)
                                                   VALUE
           "ERRO DE CONTROLE AUSENTE NO ARQUIVO NEW".
                                              WS-CTRECOLOCADAS
                                              WS-CTJACOLOCADAS
                                              WS-CTGRAVPLN
                                              WS-CTLIDOEDC
                                              WS-CTENDDEVOLVIDO
                                              WS-QTD-DADOS-NEW
                                              WS-HASH-NEW

              SET PLC-ABERTO               TO TRUE
           END-IF

      *----ABERTURA DO ARQ CLIEDC PARA LEITURA; ARQUIVO INEXISTENTE
      *----EQUIVALE A NENHUM ENDERECO DEVOLVIDO
           OPEN INPUT CLIEDC
           IF EDC-INEXISTENTE
              MOVE "10"                    TO FS-CLIEDC
              MOVE HIGH-VALUES             TO WS-CODCLI-EDC
           ELSE
              IF NOT SUCESSO-EC
                 MOVE WS-MSG-ERRO-OPEN     TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              SET EDC-ABERTO               TO TRUE
           END-IF

      *----ABERTURA DO ARQ CLIPLN PARA GRAVACAO DA NOVA SITUACAO
           OPEN OUTPUT CLIPLN
           IF NOT SUCESSO-PN
           IF PLC-ABERTO
              PERFORM 1200-LER-CLIPLC
           END-IF
           IF EDC-ABERTO
              PERFORM 1300-LER-CLIEDC
           END-IF
           .

      *----LE E CRITICA O CARTAO DE PARAMETROS: LIMITE DE DIAS EM
           END-IF
           .

       1300-LER-CLIEDC.
           READ CLIEDC INTO WS-REG-CLI-EDC
           IF SUCESSO-EC
              ADD 1                        TO WS-CTLIDOEDC
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD

      *----O CADASTRO DE ENDERECOS DEVOLVIDOS TEM QUE VIR EM ORDEM
      *----ASCENDENTE ESTRITA DE CODCLI (UM REGISTRO POR CLIENTE)
              IF WS-CODCLI-EDC NOT > WS-ULTIMO-CODCLI-EDC
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-SEQ-EC   TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE WS-CODCLI-EDC           TO WS-ULTIMO-CODCLI-EDC
           ELSE
              IF FIM-ARQUIVO-EC
                 MOVE HIGH-VALUES          TO WS-CODCLI-EDC
              ELSE
                 MOVE WS-MSG-ERRO-READ     TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

      *----BALANCE LINE ENTRE O MESTRE E A SITUACAO DE COLOCACAO:
      *----SITUACAO SEM CADASTRO ATRAVESSA (HISTORICO DE CLIENTE JA
      *----EXCLUIDO); CADASTRO SEM SITUACAO E CANDIDATO A COLOCACAO;
           MOVE WS-TOTALDIVIDA-NEW         TO WS-TOTALDIVIDA-AGX
           MOVE WS-DIASATRASO-NEW          TO WS-DIASATRASO-AGX

      *----AVANCA O CADASTRO DE ENDERECOS DEVOLVIDOS ATE O CLIENTE
      *----(O CLINEW VEM EM ORDEM DE CODCLI) E MARCA A CONTA PARA
      *----LOCALIZACAO QUANDO O ENDERECO CONSTA DELE
           PERFORM 1300-LER-CLIEDC
                   UNTIL WS-CODCLI-EDC NOT < WS-CODCLI-NEW
           IF WS-CODCLI-EDC = WS-CODCLI-NEW
              MOVE "S"                     TO WS-ENDDEVOLVIDO-AGX
              MOVE WS-DATADEV-EDC          TO WS-DATADEV-AGX
              MOVE WS-MOTIVO-EDC           TO WS-MOTIVODEV-AGX
              ADD 1                        TO WS-CTENDDEVOLVIDO
                  ON SIZE ERROR
                     DISPLAY WS-MSG-ERRO-ADD
              END-ADD
           ELSE
              MOVE "N"                     TO WS-ENDDEVOLVIDO-AGX
              MOVE ZEROS                   TO WS-DATADEV-AGX
                                              WS-MOTIVODEV-AGX
           END-IF

           WRITE REG-CLI-AGX FROM WS-REG-CLI-AGX
           IF NOT SUCESSO-AX
              MOVE WS-MSG-ERRO-WRITE       TO WS-MSG
              END-IF
           END-IF

      *----FECHA ARQ CLIEDC (QUANDO EXISTIA PARA SER ABERTO)
           IF EDC-ABERTO
              CLOSE CLIEDC
              IF NOT SUCESSO-EC
                 MOVE WS-MSG-ERRO-CLOSE    TO WS-MSG
                 MOVE FS-CLIEDC            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF

      *----FECHA ARQ CLIPLN
           CLOSE CLIPLN
           IF NOT SUCESSO-PN
           MOVE WS-CTRECOLOCADAS           TO WS-CTRECOLOCADAS-F
           MOVE WS-CTJACOLOCADAS           TO WS-CTJACOLOCADAS-F
           MOVE WS-CTGRAVPLN               TO WS-CTGRAVPLN-F
           MOVE WS-CTLIDOEDC               TO WS-CTLIDOEDC-F
           MOVE WS-CTENDDEVOLVIDO          TO WS-CTENDDEVOLVIDO-F

           DISPLAY "=================================================="
           DISPLAY "TOTAL DE CADASTROS LIDOS EM CLINEW..........:"
                    WS-CTJACOLOCADAS-F
           DISPLAY "TOTAL DE SITUACOES GRAVADAS EM CLIPLN.......:"
                    WS-CTGRAVPLN-F
           DISPLAY "TOTAL DE END. DEVOLVIDOS LIDOS EM CLIEDC....:"
                    WS-CTLIDOEDC-F
           DISPLAY "TOTAL DE CONTAS ENVIADAS P/ LOCALIZACAO.....:"
                    WS-CTENDDEVOLVIDO-F
           DISPLAY "TEMPO TOTAL DE PROCESSAMENTO.........:"
                    WS-TEMPO-PROCESSAMENTO-F
           DISPLAY "=================================================="
