      *----------------------------------------------------------------*
      *VARACRD: VARIAVEIS DA VERIFICACAO DO ACORDO DE PARCELAMENTO     *
      *(USADAS PELO ROTACRD). O ACORDO A VERIFICAR FICA NO ESPELHO     *
      *WS-REG-CLI-ACD, DECLARADO PELO PROGRAMA COM O ARQCLIAP          *
      *(REPLACING :XX- POR WS- E :YYY: POR ACD), E A DATA DE           *
      *REFERENCIA (DATA DO PROCESSAMENTO DO NEGOCIO) EM                *
      *WS-ACRD-DATAREF                                                 *
      *----------------------------------------------------------------*
       77  WS-ACRD-DATAREF                 PIC 9(08).
       77  WS-ACRD-DATAREF-INT             PIC 9(08)
                                                   COMP.
       77  WS-ACRD-LIMITE-INT              PIC 9(08)
                                                   COMP.
       77  WS-ACRD-IDX                     PIC 9(02).
       77  WS-ACRD-QTD-ABERTAS             PIC 9(02).
       77  WS-ACRD-PARC-ROMPE              PIC 9(02).
       77  WS-ACRD-SALDO-ABERTO            PIC 9(10)V99.
       77  WS-ACRD-EM-DIA                  PIC X(01).
              88 ACORDO-EM-DIA                     VALUE "S".
