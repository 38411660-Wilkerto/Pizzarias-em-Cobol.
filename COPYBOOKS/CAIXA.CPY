      *                      contado as cegas pelo operador).
      *           O fecho do dia cruza fundo + numerario + entradas
      *           - saidas contra o contado e imprime a diferenca.
      *           REG-CX-OPERADOR e o operador identificado no 818 que
      *           fez o movimento (0 = sem identificacao); a diferenca
      *           de cada sessao e atribuida a quem a abriu.
      ******************************************************************
       01  REG-CAIXA.
           05 REG-CX-TIPO              PIC X(01).
           05 REG-CX-HORA              PIC X(08).
           05 REG-CX-VALOR             PIC 9(05)V9(02).
           05 REG-CX-MOTIVO            PIC X(30).
           05 REG-CX-OPERADOR          PIC 9(02).
