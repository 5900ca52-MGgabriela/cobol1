      *----------------------------------------------------------------*
      *VARACES: VARIAVEIS DA IDENTIFICACAO DO OPERADOR E DO LOG DE     *
      *ACESSO (CLILOG, VIDE ARQCLIAL E ROTACES). O PROGRAMA DECLARA O  *
      *FD CLILOG, O ESPELHO WS-REG-CLI-LOG (ARQCLIAL REPLACING :XX-    *
      *POR WS- E :YYY: POR LOG) E O VAROPER, E INFORMA EM              *
      *WS-PAPEL-EXIGIDO O PAPEL QUE O OPERADOR PRECISA TER (BRANCO =   *
      *QUALQUER OPERADOR ATIVO). O OPERADOR IDENTIFICADO FICA EM       *
      *WS-OPERADOR-ATIVO ATE O FIM DA SESSAO                           *
      *----------------------------------------------------------------*
       77  WS-PAPEL-EXIGIDO                PIC X(01)
                                                   VALUE SPACES.
       77  WS-OPERADOR-INF                 PIC X(08).
       77  WS-SENHA-INF                    PIC X(08).
       77  WS-OPERADOR-ATIVO               PIC X(08).
       77  WS-TENTATIVAS-OPR               PIC 9(01).
       77  WS-OPERADOR-OK                  PIC X(01).
              88 OPERADOR-IDENTIFICADO             VALUE "S".
       77  WS-CTGRAVLOG                    PIC 9(07)
                                                   COMP.

       01  FS-CLILOG                       PIC X(02).
              88 SUCESSO-LG                        VALUE "00".
              88 FIM-ARQUIVO-LG                    VALUE "10".
              88 LOG-INEXISTENTE                   VALUE "35".

       77  WS-MSG-ERRO-OPEN-LG             PIC X(40)
                                                   VALUE
           "ERRO DE ABERTURA DO ARQUIVO LOG".
       77  WS-MSG-ERRO-CLOSE-LG            PIC X(40)
                                                   VALUE
           "ERRO DE FECHAMENTO DO ARQUIVO LOG".
       77  WS-MSG-ERRO-WRITE-LG            PIC X(40)
                                                   VALUE
           "ERRO DE GRAVACAO DO ARQUIVO LOG".
       77  WS-MSG-ACESSO-NEGADO            PIC X(40)
                                                   VALUE
           "ACESSO NEGADO: OPERADOR NAO IDENTIFICADO".
