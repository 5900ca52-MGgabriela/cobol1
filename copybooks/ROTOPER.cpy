      *----------------------------------------------------------------*
      *ROTOPER: CARREGA O CADASTRO DE OPERADORES (CLIOPR) NA TABELA    *
      *DO VAROPER (9200) E LOCALIZA NELA O OPERADOR INFORMADO EM       *
      *WS-OPR-PROCURA (9250). USADO NA IDENTIFICACAO DO OPERADOR DOS   *
      *PROGRAMAS DO ATENDIMENTO (ROTACES) E PELOS RELATORIOS DO LOG    *
      *DE ACESSO, QUE IMPRIMEM O NOME DO OPERADOR                      *
      *----------------------------------------------------------------*
       9200-CARREGA-OPERADORES.
           MOVE 0                          TO WS-QTD-OPR-TAB

           OPEN INPUT CLIOPR
           IF NOT SUCESSO-OP
              MOVE WS-MSG-ERRO-OPEN-OP     TO WS-MSG
              MOVE FS-CLIOPR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF

           PERFORM 9210-LER-CLIOPR
           PERFORM UNTIL FIM-ARQUIVO-OP
              IF WS-QTD-OPR-TAB < 500
                 ADD 1                     TO WS-QTD-OPR-TAB
                 MOVE WS-OPERADOR-OPR      TO
                                    WS-OPR-OPERADOR(WS-QTD-OPR-TAB)
                 MOVE WS-SENHA-OPR         TO
                                    WS-OPR-SENHA(WS-QTD-OPR-TAB)
                 MOVE WS-NOMEOPR-OPR       TO
                                    WS-OPR-NOME(WS-QTD-OPR-TAB)
                 MOVE WS-PAPEL-OPR         TO
                                    WS-OPR-PAPEL(WS-QTD-OPR-TAB)
                 MOVE WS-SITUACAO-OPR      TO
                                    WS-OPR-SITUACAO(WS-QTD-OPR-TAB)
              ELSE
                 MOVE 8                    TO WS-RC-FINAL
                 MOVE WS-MSG-ERRO-TAB-OP   TO WS-MSG
                 MOVE SPACES               TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
              PERFORM 9210-LER-CLIOPR
           END-PERFORM

           CLOSE CLIOPR
           IF NOT SUCESSO-OP
              MOVE WS-MSG-ERRO-CLOSE-OP    TO WS-MSG
              MOVE FS-CLIOPR               TO WS-FS
              GO                           TO 9999-ERRO
           END-IF
           .

       9210-LER-CLIOPR.
           READ CLIOPR INTO WS-REG-CLI-OPR
           IF NOT SUCESSO-OP
              IF NOT FIM-ARQUIVO-OP
                 MOVE WS-MSG-ERRO-READ-OP  TO WS-MSG
                 MOVE FS-CLIOPR            TO WS-FS
                 GO                        TO 9999-ERRO
              END-IF
           END-IF
           .

       9250-LOCALIZA-OPERADOR.
           MOVE 0                          TO WS-OPR-POSICAO
           PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                   UNTIL WS-IDX-OPR > WS-QTD-OPR-TAB
                   OR WS-OPR-POSICAO > 0
              IF WS-OPR-OPERADOR(WS-IDX-OPR) = WS-OPR-PROCURA
                 MOVE WS-IDX-OPR           TO WS-OPR-POSICAO
              END-IF
           END-PERFORM
           .
