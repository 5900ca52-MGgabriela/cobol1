      *----------------------------------------------------------------*
      *ROTACRD: VERIFICA O ACORDO DE PARCELAMENTO EM WS-REG-CLI-ACD    *
      *NA DATA WS-ACRD-DATAREF (VIDE VARACRD). O ACORDO VIGENTE ESTA   *
      *EM DIA ENQUANTO NENHUMA PARCELA EM ABERTO (VALOR PAGO MENOR     *
      *QUE O DA PARCELA) TIVER O VENCIMENTO, SOMADO AOS DIAS DE        *
      *CARENCIA (DIAS CORRIDOS), ANTERIOR A DATA DE REFERENCIA; A      *
      *PRIMEIRA PARCELA NESSA CONDICAO E A QUE ROMPE O ACORDO          *
      *(WS-ACRD-PARC-ROMPE). DEVOLVE TAMBEM A QUANTIDADE DE PARCELAS   *
      *EM ABERTO (ZERO = ACORDO QUITADO) E O SALDO EM ABERTO DO        *
      *ACORDO. ACORDO QUE NAO ESTA VIGENTE NUNCA ESTA EM DIA. MESMA    *
      *REGRA NO MERGE (GPAZ9906) E NA CONCILIACAO (GPAZ9916)           *
      *----------------------------------------------------------------*
       8500-VERIFICA-ACORDO.
           MOVE "N"                        TO WS-ACRD-EM-DIA
           MOVE 0                          TO WS-ACRD-QTD-ABERTAS
                                              WS-ACRD-PARC-ROMPE
                                              WS-ACRD-SALDO-ABERTO

           IF WS-ACORDO-VIGENTE-ACD
              SET ACORDO-EM-DIA            TO TRUE
              COMPUTE WS-ACRD-DATAREF-INT =
                      FUNCTION INTEGER-OF-DATE(WS-ACRD-DATAREF)

              PERFORM VARYING WS-ACRD-IDX FROM 1 BY 1
                      UNTIL WS-ACRD-IDX > WS-QTPARC-ACD
                      OR WS-ACRD-IDX > 12
                 IF WS-VALORPAGO-ACD(WS-ACRD-IDX) <
                    WS-VALORPARC-ACD(WS-ACRD-IDX)
                    ADD 1                  TO WS-ACRD-QTD-ABERTAS
                    COMPUTE WS-ACRD-SALDO-ABERTO =
                            WS-ACRD-SALDO-ABERTO
                          + WS-VALORPARC-ACD(WS-ACRD-IDX)
                          - WS-VALORPAGO-ACD(WS-ACRD-IDX)
                    END-COMPUTE

                    COMPUTE WS-ACRD-LIMITE-INT =
                       FUNCTION INTEGER-OF-DATE
                                (WS-VENCTO-ACD(WS-ACRD-IDX))
                     + WS-CARENCIA-ACD
                    END-COMPUTE
                    IF WS-ACRD-LIMITE-INT < WS-ACRD-DATAREF-INT
                       AND ACORDO-EM-DIA
                       MOVE "N"            TO WS-ACRD-EM-DIA
                       MOVE WS-ACRD-IDX    TO WS-ACRD-PARC-ROMPE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .
