      ******************************************************************
      * Copybook: COPIA.CPY
      * Purpose:  Layout of one record of the backup catalogue
      *           COPIAS.DAT, acrescentado pelo 826_PIZZARIA_COPIAS e
      *           lido pelo 827_PIZZARIA_SALVAGUARDA. Cada copia e uma
      *           geracao numerada, guardada na posicao (1 a N) que a
      *           geracao mais antiga ocupava - ficam sempre as N
      *           ultimas. Os ficheiros da posicao chamam-se Cpp mais
      *           o nome do ficheiro (C03PEDIDOS, C03HIST2025, ...).
      *           Tipos: I = inicio da copia (gravado antes de tocar
      *                      nos ficheiros da posicao),
      *                  F = um ficheiro copiado (registos e estado
      *                      C copiado, A ausente - copia vazia,
      *                      E erro),
      *                  G = fim da geracao (estado C = completa e
      *                      reponivel, E = com erros),
      *                  R = geracao reposta (REG-CPA-GERACAO e a
      *                      geracao reposta).
      *           Motivos: D = antes do fecho do dia (811),
      *                    M = antes do fecho de mes (820),
      *                    A = copia pedida a mao (827).
      ******************************************************************
       01  REG-COPIA.
           05 REG-CPA-GERACAO          PIC 9(05).
           05 REG-CPA-POSICAO          PIC 9(02).
           05 REG-CPA-TIPO             PIC X(01).
               88 REG-CPA-INICIO          VALUE "I".
               88 REG-CPA-FICHEIRO-COPIA  VALUE "F".
               88 REG-CPA-FIM-GERACAO     VALUE "G".
               88 REG-CPA-REPOSICAO       VALUE "R".
           05 REG-CPA-DATA             PIC 9(08).
           05 REG-CPA-HORA             PIC X(08).
           05 REG-CPA-MOTIVO           PIC X(01).
           05 REG-CPA-FICHEIRO         PIC X(12).
           05 REG-CPA-REGISTOS         PIC 9(07).
           05 REG-CPA-ESTADO           PIC X(01).
               88 REG-CPA-COPIADO         VALUE "C".
               88 REG-CPA-AUSENTE         VALUE "A".
               88 REG-CPA-ERRO            VALUE "E".
           05 REG-CPA-OPERADOR         PIC 9(02).
