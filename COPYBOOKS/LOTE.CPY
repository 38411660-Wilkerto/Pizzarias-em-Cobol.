      ******************************************************************
      * Copybook: LOTE.CPY
      * Purpose:  Area comum (EXTERNAL) entre a corrida da noite
      *           824_PIZZARIA_NOITE e os programas que ela chama
      *           (811, 820, 814, 815). Com LOTE-NOTURNO o programa
      *           nao pergunta nada: usa a data ou o mes daqui, devolve
      *           o estado (F terminado, E erro), as contagens e uma
      *           mensagem, e termina com GOBACK. Corrido a mao, o
      *           modo nao e "S" e o programa trabalha como sempre.
      ******************************************************************
       01  PARAMETROS-LOTE EXTERNAL.
           05 LOTE-MODO                PIC X(01).
               88 LOTE-NOTURNO            VALUE "S".
           05 LOTE-DATA                PIC 9(08).
           05 LOTE-MES                 PIC 9(06).
           05 LOTE-ESTADO              PIC X(01).
               88 LOTE-PASSO-TERMINADO    VALUE "F".
               88 LOTE-PASSO-ERRO         VALUE "E".
           05 LOTE-LIDOS               PIC 9(07).
           05 LOTE-GRAVADOS            PIC 9(07).
           05 LOTE-MENSAGEM            PIC X(40).
