      ******************************************************************
      * Copybook: PLATAFORMA.CPY
      * Purpose:  Layout of one order line of the online ordering
      *           platform's daily file (PLATAFORMA.TXT), imported by
      *           830_PIZZARIA_PLATAFORMA. Uma linha por pedido.
      *           REG-PLT-TIPO-ENTREGA: 2 = levantar, 3 = entrega ao
      *           domicilio (zona ZON1..ZON9 de PRECOS.DAT, 0 = sem
      *           zona). Data/hora prevista a zeros/espacos = pedido
      *           para ja. REG-PLT-COMISSAO e a comissao que a
      *           plataforma retem sobre o pedido.
      *           Cada item traz o codigo da ementa de PRECOS.DAT:
      *           TAM1..TAM3 pizza a medida com os ingredientes
      *           (codigos 01..10) em REG-PLT-ITEM-INGR, REC1..REC9
      *           receita da casa, BEB1..BEB4 bebida.
      ******************************************************************
       01  REG-PLATAFORMA.
           05 REG-PLT-REFERENCIA       PIC X(12).
           05 REG-PLT-HORA             PIC X(05).
           05 REG-PLT-NOME             PIC X(30).
           05 REG-PLT-CONTACTO         PIC 9(09).
           05 REG-PLT-TIPO-ENTREGA     PIC 9.
           05 REG-PLT-MORADA           PIC X(40).
           05 REG-PLT-ZONA             PIC 9.
           05 REG-PLT-NIF              PIC 9(09).
           05 REG-PLT-DATA-PREVISTA    PIC 9(08).
           05 REG-PLT-HORA-PREVISTA    PIC X(05).
           05 REG-PLT-COMISSAO         PIC 9(03)V9(02).
           05 REG-PLT-NUM-ITENS        PIC 9(02).
           05 REG-PLT-ITEM OCCURS 5 TIMES.
               10 REG-PLT-ITEM-CODIGO  PIC X(05).
               10 REG-PLT-ITEM-NUM-INGR PIC 9(02).
               10 REG-PLT-ITEM-INGR    PIC 9(02) OCCURS 10 TIMES.
