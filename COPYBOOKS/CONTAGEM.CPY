      ******************************************************************
      * Copybook: CONTAGEM.CPY
      * Purpose:  Layout of one stocktake line in the sequential file
      *           CONTAGENS.DAT, written by 821_PIZZARIA_INVENTARIO
      *           quando uma contagem fisica e confirmada: um registo
      *           por ingrediente 01..10 com o stock teorico de
      *           STOCK.DAT nesse momento, a quantidade contada e o
      *           custo medio de compra (COMPRAS.DAT) usado para
      *           valorizar a diferenca. Guardado para as tendencias
      *           mensais de quebra.
      ******************************************************************
       01  REG-CONTAGEM.
           05 REG-CNT-DATA             PIC 9(08).
           05 REG-CNT-HORA             PIC X(08).
           05 REG-CNT-INGREDIENTE      PIC 9(02).
           05 REG-CNT-QTD-TEORICA      PIC 9(05).
           05 REG-CNT-QTD-CONTADA      PIC 9(05).
           05 REG-CNT-CUSTO-MEDIO      PIC 9(03)V9(04).
