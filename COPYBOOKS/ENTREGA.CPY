      *           estafeta (ESTAFETAS.DAT, 0 = sem ficha) gravado na
      *           atribuicao, e REG-ENT-DATA a data do pedido, para o
      *           relatorio diario/semanal de estafetas.
      *           REG-ENT-TOTAL-FINAL e o valor a cobrar a porta: o
      *           total do pedido menos o que ja foi pago com vale de
      *           oferta.
      *           REG-ENT-HORA-PROMETIDA (HH:MM) e a hora de chegada a
      *           porta prometida pelo 807, comparada com
      *           REG-ENT-HORA-FECHO no relatorio de atrasos (829).
      ******************************************************************
       01  REG-ENTREGA.
           05 REG-ENT-NUMERO-PEDIDO    PIC 9(04).
           05 REG-ENT-ZONA             PIC 9.
           05 REG-ENT-COD-ESTAFETA     PIC 9(02).
           05 REG-ENT-DATA             PIC 9(08).
           05 REG-ENT-HORA-PROMETIDA   PIC X(05).
