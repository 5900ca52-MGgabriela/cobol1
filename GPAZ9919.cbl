           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 258 CHARACTERS
           DATA RECORD IS REG-CLISTA
           .
      *----VARIAVEIS ORIGINAIS DO ARQUIVO CLISTA
                                                   COMP.
       77  WS-TOT-PAG                      PIC 9(09)
                                                   COMP.
       77  WS-TOT-EST                      PIC 9(09)
                                                   COMP.
       77  WS-TOT-MOVINV                   PIC 9(09)
                                                   COMP.
       77  WS-TOT-JUROS                    PIC 9(13)V99.
       01  WS-TOT-REJ-MOTIVO.
           05 WS-TOT-REJMOT                PIC 9(09)
                                                   COMP
                                                   OCCURS 8 TIMES.
       77  WS-IDX-MOT                      PIC 9(01).
       77  WS-IDX-FAIXA                    PIC 9(01).

           05 FILLER                       PIC X(22)
                                                   VALUE
              "CEP INVALIDO".
           05 FILLER                       PIC X(22)
                                                   VALUE
              "ESTORNO SEM PAGAMENTO".
       01  WS-TABELA-MOTIVOS-R REDEFINES WS-TABELA-MOTIVOS.
           05 WS-MOTIVO-DESC               PIC X(22)
                                                   OCCURS 8 TIMES.

      *DESCRICAO DAS FAIXAS PARA IMPRESSAO
       COPY TABFAIXA REPLACING ==:XX-:== BY ==WS-==.
                                              WS-TOT-EXC
                                              WS-TOT-RST
                                              WS-TOT-PAG
                                              WS-TOT-EST
                                              WS-TOT-MOVINV
                                              WS-TOT-JUROS
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > 8
              MOVE 0                       TO WS-TOT-REJMOT(WS-IDX-MOT)
           END-PERFORM

               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-QTEST-STA                TO WS-TOT-EST
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           ADD WS-QTMOVINV-STA             TO WS-TOT-MOVINV
               ON SIZE ERROR
                  DISPLAY WS-MSG-ERRO-ADD
                  DISPLAY WS-MSG-ERRO-ADD
           END-ADD
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > 8
              ADD WS-QTREJMOT-STA(WS-IDX-MOT)
                                           TO WS-TOT-REJMOT(WS-IDX-MOT)
                  ON SIZE ERROR
           MOVE WS-TOT-PAG                 TO WS-TRD-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "ESTORNOS DE PAGAMENTO APLICADOS.............:"
                                           TO WS-TRD-VOL-DESC
           MOVE WS-TOT-EST                 TO WS-TRD-VOL-VALOR
           PERFORM 4300-GRAVA-VOLUME

           MOVE "MOVIMENTOS REJEITADOS.......................:"
                                           TO WS-TRD-VOL-DESC
           MOVE WS-TOT-MOVINV              TO WS-TRD-VOL-VALOR

           PERFORM 3250-GRAVA-MOTIVO
                   VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > 8
           .

       3250-GRAVA-MOTIVO.
