      *----------------------------------------------------------------*
      *ARQCLIST: LAYOUT DO HISTORICO DIARIO DE ESTATISTICAS DO LOTE    *
      *(CLISTA): UM REGISTRO POR EXECUCAO DO MERGE (GPAZ9906), COM A   *
      *DATA DE PROCESSAMENTO, OS CONTADORES DO LOTE (INCLUSIVE OS      *
      *ESTORNOS DE PAGAMENTO APLICADOS), AS REJEICOES                  *
      *ABERTAS POR MOTIVO (MESMOS CODIGOS DO MOTIVOM DO CLIREJ), A     *
      *DIVIDA TOTAL GRAVADA EM CLINEW, OS JUROS APROPRIADOS E A        *
      *DIVIDA ABERTA NAS FAIXAS DE DIAS EM ATRASO (MESMA ORDEM DA      *
           05 :XX-:QTEXC-:YYY:             PIC 9(07).
           05 :XX-:QTRST-:YYY:             PIC 9(07).
           05 :XX-:QTPAG-:YYY:             PIC 9(07).
           05 :XX-:QTEST-:YYY:             PIC 9(07).
           05 :XX-:QTSEMMOV-:YYY:          PIC 9(07).
           05 :XX-:QTMOVINV-:YYY:          PIC 9(07).
           05 :XX-:QTREJMOT-:YYY:          PIC 9(07)
                                                   OCCURS 8 TIMES.
           05 :XX-:TOTDIVIDA-:YYY:         PIC 9(13)V99.
           05 :XX-:JUROSACUM-:YYY:         PIC 9(12)V99.
           05 :XX-:FAIXA-:YYY:             OCCURS 4 TIMES.
