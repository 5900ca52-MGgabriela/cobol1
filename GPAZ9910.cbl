           05 FILLER                       PIC X(22)
                                                   VALUE
              "CEP INVALIDO".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "ESTORNO SEM PAGAMENTO".
       01  WS-TABELA-MOTIVOS-R REDEFINES WS-TABELA-MOTIVOS.
           05 WS-MOTIVO-DESC               PIC X(22)
                                                   OCCURS 8 TIMES.
       77  WS-MOTIVO-IDX                   PIC 9(01).

      *VARIAVEIS DO RELATORIO DE CARTA MORTA
           MOVE WS-NOMECLI-REJ             TO WS-DLT-NOMECLI
           MOVE WS-TIPOMOV-REJ             TO WS-DLT-TIPOMOV

           IF WS-MOTIVOM-REJ >= "1" AND WS-MOTIVOM-REJ <= "8"
              MOVE WS-MOTIVOM-REJ          TO WS-MOTIVO-IDX
              MOVE WS-MOTIVO-DESC(WS-MOTIVO-IDX)
                                           TO WS-DLT-MOTIVO
