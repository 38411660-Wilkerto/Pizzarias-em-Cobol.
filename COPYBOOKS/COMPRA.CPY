      *           recebida repoe REG-STK-QTD-ATUAL em STOCK.DAT e os
      *           custos cruzam-se com as vendas de ingredientes no
      *           relatorio de margem do mesmo programa.
      *           REG-CMP-COD-FORNECEDOR e o codigo da ficha em
      *           FORNECEDORES.DAT (0 = sem ficha, nome escrito) e
      *           REG-CMP-ENCOMENDA a encomenda de ENCOMENDAS.DAT que a
      *           entrega satisfaz (0 = compra sem encomenda).
      ******************************************************************
       01  REG-COMPRA.
           05 REG-CMP-DATA             PIC 9(08).
           05 REG-CMP-QUANTIDADE       PIC 9(05).
           05 REG-CMP-CUSTO-UNIT       PIC 9(03)V9(02).
           05 REG-CMP-FATURA           PIC X(10).
           05 REG-CMP-COD-FORNECEDOR   PIC 9(02).
           05 REG-CMP-ENCOMENDA        PIC 9(05).
