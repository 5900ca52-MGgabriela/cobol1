      *----------------------------------------------------------------*
      *TABMOTDV: MOTIVOS DE DEVOLUCAO DE CORRESPONDENCIA DOS CORREIOS, *
      *CODIGO E DESCRICAO PARA IMPRESSAO; USADA NA CRITICA DO ARQUIVO  *
      *DE CORRESPONDENCIA DEVOLVIDA E NOS RELATORIOS QUE O CITAM       *
      *----------------------------------------------------------------*
       01  :XX-:TABELA-MOTDEV.
           05 FILLER                       PIC X(24)
                                                   VALUE
              "01MUDOU-SE".
           05 FILLER                       PIC X(24)
                                                   VALUE
              "02ENDERECO INSUFICIENTE".
           05 FILLER                       PIC X(24)
                                                   VALUE
              "03NAO EXISTE O NUMERO".
           05 FILLER                       PIC X(24)
                                                   VALUE
              "04DESCONHECIDO".
           05 FILLER                       PIC X(24)
                                                   VALUE
              "05RECUSADO".
           05 FILLER                       PIC X(24)
                                                   VALUE
              "06NAO PROCURADO".
           05 FILLER                       PIC X(24)
                                                   VALUE
              "07AUSENTE".
           05 FILLER                       PIC X(24)
                                                   VALUE
              "08FALECIDO".
           05 FILLER                       PIC X(24)
                                                   VALUE
              "09OUTROS".
       01  :XX-:TABELA-MOTDEV-R
                          REDEFINES :XX-:TABELA-MOTDEV.
           05 :XX-:MOTDEV-OCR              OCCURS 9 TIMES.
              10 :XX-:MOTDEV-COD           PIC X(02).
              10 :XX-:MOTDEV-DESC          PIC X(22).
