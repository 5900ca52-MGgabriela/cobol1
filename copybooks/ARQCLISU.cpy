      *ARQCLISU: LAYOUT DO ARQUIVO DE PAGAMENTOS EM SUSPENSO (CLISUS)  *
      *IGUAL AO ARQCLIBK ACRESCIDO DO MOTIVO PELO QUAL O GPAZ9917      *
      *NAO CONSEGUIU CASAR O RECEBIMENTO COM UM CLIENTE DO CADASTRO;   *
      *O FINANCEIRO RESOLVE OS ITENS NO GPAZ9924 (VIDE ARQCLIRO)       *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
