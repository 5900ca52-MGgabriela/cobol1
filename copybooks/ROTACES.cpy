      *----------------------------------------------------------------*
      *ROTACES: IDENTIFICACAO DO OPERADOR E LOG DE ACESSO DOS          *
      *PROGRAMAS DO ATENDIMENTO (VIDE VARACES, ARQCLIAL E ROTOPER).    *
      *9300 E EXECUTADO NA ENTRADA DO PROGRAMA: CARREGA OS OPERADORES, *
      *ABRE O CLILOG EM EXTENSAO E PEDE OPERADOR E SENHA ATE TRES      *
      *VEZES; SO PASSA O OPERADOR CADASTRADO, ATIVO, COM A SENHA       *
      *CORRETA E COM O PAPEL EXIGIDO PELO PROGRAMA. CADA TENTATIVA,    *
      *ACEITA OU NAO, VAI PARA O LOG; ESGOTADAS AS TENTATIVAS O        *
      *PROGRAMA ENCERRA COM ERRO DE DADOS. 9600 GRAVA NO LOG A ACAO    *
      *MONTADA PELO PROGRAMA EM WS-REG-CLI-LOG (ACAO, TIPO DE          *
      *MOVIMENTO, CODCLI, CPF E RESULTADO), COMPLETANDO DATA, HORA,    *
      *PROGRAMA E OPERADOR; SEM LOG NAO HA ACESSO, POR ISSO A FALHA NA *
      *GRAVACAO DERRUBA O PROGRAMA. 9700 REGISTRA A SAIDA E FECHA O    *
      *LOG NO TERMINO NORMAL                                           *
      *----------------------------------------------------------------*
       9300-IDENTIFICA-OPERADOR.
           PERFORM 9200-CARREGA-OPERADORES

           OPEN EXTEND CLILOG
           IF LOG-INEXISTENTE
              OPEN OUTPUT CLILOG
           END-IF
           IF NOT SUCESSO-LG
              MOVE WS-MSG-ERRO-OPEN-LG     TO WS-MSG
              MOVE FS-CLILOG               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           MOVE 0                          TO WS-CTGRAVLOG
                                              WS-TENTATIVAS-OPR
           MOVE "N"                        TO WS-OPERADOR-OK
           PERFORM 9310-TENTA-IDENTIFICACAO
                   UNTIL OPERADOR-IDENTIFICADO
                   OR WS-TENTATIVAS-OPR >= 3

           IF NOT OPERADOR-IDENTIFICADO
              CLOSE CLILOG
              IF NOT SUCESSO-LG
                 MOVE WS-MSG-ERRO-CLOSE-LG TO WS-MSG
                 MOVE FS-CLILOG            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              MOVE 8                       TO WS-RC-FINAL
              MOVE WS-MSG-ACESSO-NEGADO    TO WS-MSG
              MOVE SPACES                  TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           DISPLAY "OPERADOR IDENTIFICADO...: " WS-OPERADOR-ATIVO
                   " " WS-OPR-NOME(WS-OPR-POSICAO)
           .

       9310-TENTA-IDENTIFICACAO.
           ADD 1                           TO WS-TENTATIVAS-OPR

           DISPLAY "OPERADOR:"
           ACCEPT WS-OPERADOR-INF
           DISPLAY "SENHA:"
           ACCEPT WS-SENHA-INF

           MOVE WS-OPERADOR-INF            TO WS-OPR-PROCURA
                                              WS-OPERADOR-ATIVO
           PERFORM 9250-LOCALIZA-OPERADOR

           INITIALIZE WS-REG-CLI-LOG
           MOVE "L"                        TO WS-ACAO-LOG
           MOVE "N"                        TO WS-RESULTADO-LOG

           IF WS-OPR-POSICAO = 0
              DISPLAY "OPERADOR OU SENHA INVALIDOS"
           ELSE
           IF WS-OPR-SENHA(WS-OPR-POSICAO) NOT = WS-SENHA-INF
              DISPLAY "OPERADOR OU SENHA INVALIDOS"
           ELSE
           IF NOT WS-OPR-ATIVO(WS-OPR-POSICAO)
              DISPLAY "OPERADOR BLOQUEADO......: " WS-OPERADOR-INF
           ELSE
           IF WS-PAPEL-EXIGIDO NOT = SPACES
              AND WS-OPR-PAPEL(WS-OPR-POSICAO) NOT = WS-PAPEL-EXIGIDO
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTE PROGRAMA"
           ELSE
              SET OPERADOR-IDENTIFICADO    TO TRUE
              MOVE "S"                     TO WS-RESULTADO-LOG
           END-IF
           END-IF
           END-IF
           END-IF

           MOVE SPACES                     TO WS-SENHA-INF
           PERFORM 9600-GRAVA-ACESSO
           .

       9600-GRAVA-ACESSO.
           ACCEPT WS-DATA-LOG              FROM DATE YYYYMMDD
           ACCEPT WS-HORA-LOG              FROM TIME
           MOVE WS-PROGRAMA-JRN            TO WS-PROGRAMA-LOG
           MOVE WS-OPERADOR-ATIVO          TO WS-OPERADOR-LOG

           WRITE REG-CLI-LOG FROM WS-REG-CLI-LOG
           IF NOT SUCESSO-LG
              MOVE WS-MSG-ERRO-WRITE-LG    TO WS-MSG
              MOVE FS-CLILOG               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           ADD 1                           TO WS-CTGRAVLOG
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           .

       9700-ENCERRA-ACESSO.
           INITIALIZE WS-REG-CLI-LOG
           MOVE "X"                        TO WS-ACAO-LOG
           MOVE "S"                        TO WS-RESULTADO-LOG
           PERFORM 9600-GRAVA-ACESSO

           CLOSE CLILOG
           IF NOT SUCESSO-LG
              MOVE WS-MSG-ERRO-CLOSE-LG    TO WS-MSG
              MOVE FS-CLILOG               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .
