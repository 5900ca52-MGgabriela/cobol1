      *----------------------------------------------------------------*
      *ARQCLIOP: LAYOUT DO CADASTRO DE OPERADORES (CLIOPR), MANTIDO    *
      *PELA AREA DE SEGURANCA: UM REGISTRO POR OPERADOR COM A SENHA,   *
      *O NOME, O PAPEL E A SITUACAO. PAPEL "C" SO CONSULTA (GPAZ9914); *
      *PAPEL "D" CONSULTA E DIGITA MOVIMENTOS (GPAZ9914 E GPAZ9923).   *
      *OPERADOR BLOQUEADO NAO ENTRA EM NENHUM PROGRAMA (VIDE ROTACES)  *
      *----------------------------------------------------------------*
       01  :XX-:REG-CLI-:YYY:.
           05 :XX-:OPERADOR-:YYY:          PIC X(08).
           05 :XX-:SENHA-:YYY:             PIC X(08).
           05 :XX-:NOMEOPR-:YYY:           PIC X(25).
           05 :XX-:PAPEL-:YYY:             PIC X(01).
              88 :XX-:PAPEL-CONSULTA-:YYY:        VALUE "C".
              88 :XX-:PAPEL-DIGITACAO-:YYY:       VALUE "D".
           05 :XX-:SITUACAO-:YYY:          PIC X(01).
              88 :XX-:OPERADOR-ATIVO-:YYY:        VALUE "A".
              88 :XX-:OPERADOR-BLOQUEADO-:YYY:    VALUE "B".
           05 FILLER                       PIC X(07).
