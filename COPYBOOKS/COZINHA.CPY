      *                    E = entregue ao balcao/estafeta.
      *           Cada passagem de estado fica com a hora respetiva,
      *           para se conhecer o tempo real de preparacao.
      *           REG-COZ-NUM-PIZZAS e o numero de pizzas do pedido,
      *           para o 807 medir a fila a frente de um pedido novo,
      *           e REG-COZ-HORA-PROMETIDA (HH:MM) a hora a que o 807
      *           prometeu o pedido pronto, comparada com
      *           REG-COZ-HORA-PRONTO no relatorio de atrasos (829).
      ******************************************************************
       01  REG-COZINHA.
           05 REG-COZ-NUMERO-PEDIDO    PIC 9(04).
           05 REG-COZ-HORA-ENTREGUE    PIC X(08).
           05 REG-COZ-DATA-PREVISTA    PIC 9(08).
           05 REG-COZ-HORA-PREVISTA    PIC X(05).
           05 REG-COZ-NUM-PIZZAS       PIC 9(02).
           05 REG-COZ-HORA-PROMETIDA   PIC X(05).
