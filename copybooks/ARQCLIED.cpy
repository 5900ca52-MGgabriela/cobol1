      *----------------------------------------------------------------*
      *ARQCLIED: LAYOUT DO CADASTRO DE ENDERECOS DEVOLVIDOS (CLIEDC    *
      *ENTRA COM O CADASTRO CORRENTE E CLIEDN SAI ATUALIZADO), EM      *
      *ORDEM ASCENDENTE DE CODCLI: UM REGISTRO POR CLIENTE CUJA        *
      *CORRESPONDENCIA VOLTOU DOS CORREIOS, COM A DATA E O MOTIVO DA   *
      *ULTIMA DEVOLUCAO (CODIGO DOS CORREIOS, VIDE TABMOTDV), A        *
      *QUANTIDADE DE DEVOLUCOES, A DATA EM QUE O CLIENTE ENTROU NO     *
      *CADASTRO E O LOGRADOURO E O CEP PARA ONDE A CORRESPONDENCIA     *
      *FOI MANDADA. GRAVADO PELO GPAZ9930; O CLIENTE SAI DO CADASTRO   *
      *QUANDO UMA ALTERACAO ("A") NO MERGE TROCA O LOGRADOURO OU O CEP *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:CODCLI-:YYY:            PIC X(04).
           05 :XX-:DATADEV-:YYY:           PIC 9(08).
           05 :XX-:MOTIVO-:YYY:            PIC X(02).
           05 :XX-:QTDDEV-:YYY:            PIC 9(03).
           05 :XX-:DATAREG-:YYY:           PIC 9(08).
           05 :XX-:LOGRCLI-:YYY:           PIC X(30).
           05 :XX-:CEPCLI-:YYY:            PIC 9(08).
