      *           ordem dos codigos). Mantido por 810_PIZZARIA_PRECOS,
      *           decrementado por 807_PIZZARIA_RAMALHO ao gravar cada
      *           pedido e listado no fecho por 811_PIZZARIA_FECHO.
      *           As quebras e a contagem fisica do
      *           821_PIZZARIA_INVENTARIO acertam REG-STK-QTD-ATUAL.
      ******************************************************************
       01  REG-STOCK.
           05 REG-STK-CODIGO           PIC 9(02).
