      ******************************************************************
      * Copybook: OPERADOR.CPY
      * Purpose:  Layout of one staff master record in the sequential
      *           file OPERADORES.DAT (um registo por codigo 01..20),
      *           mantido por 822_PIZZARIA_OPERADORES e lido na
      *           identificacao (codigo + PIN) ao entrar no 807, 810,
      *           812, 818 e 823. A funcao decide o que cada um pode
      *           fazer: operador regista pedidos e movimentos de caixa;
      *           supervisor pode ainda anular pedidos, alterar precos
      *           e fazer saidas de caixa; gerente pode tudo, incluindo
      *           manter esta ficha. Sem OPERADORES.DAT os programas
      *           funcionam como dantes, sem identificacao (operador
      *           00).
      ******************************************************************
       01  REG-OPERADOR-FICHA.
           05 REG-OPR-CODIGO           PIC 9(02).
           05 REG-OPR-FICHA.
               10 REG-OPR-NOME         PIC X(20).
               10 REG-OPR-PIN          PIC 9(04).
               10 REG-OPR-FUNCAO       PIC X(01).
                   88 REG-OPR-OPERADOR    VALUE "O".
                   88 REG-OPR-SUPERVISOR  VALUE "S".
                   88 REG-OPR-GERENTE     VALUE "G".
                   88 REG-OPR-FUNCAO-OK   VALUES "O", "S", "G".
               10 REG-OPR-ATIVO        PIC X(01).
                   88 REG-OPR-NO-ATIVO    VALUE "S".
