      ******************************************************************
      * Copybook: QUEBRA.CPY
      * Purpose:  Layout of one waste record in the sequential file
      *           QUEBRAS.DAT: ingrediente perdido, em unidades de
      *           stock (uma por ingrediente por pizza, como o consumo
      *           do 807), com o motivo. As entregas falhadas fechadas
      *           no 809_PIZZARIA_ENTREGAS gravam aqui as pizzas
      *           devolvidas (motivo 4, com o numero do pedido); o
      *           stock dessas ja saiu na venda e nao volta. As
      *           restantes quebras do dia registam-se no
      *           821_PIZZARIA_INVENTARIO, que as tira do stock.
      *           Motivos: 1 = queimada, 2 = caducado,
      *                    3 = refeicao pessoal, 4 = entrega falhada.
      ******************************************************************
       01  REG-QUEBRA.
           05 REG-QBR-DATA             PIC 9(08).
           05 REG-QBR-HORA             PIC X(08).
           05 REG-QBR-INGREDIENTE      PIC 9(02).
           05 REG-QBR-QUANTIDADE       PIC 9(05).
           05 REG-QBR-MOTIVO           PIC 9.
               88 REG-QBR-QUEIMADA        VALUE 1.
               88 REG-QBR-CADUCADO        VALUE 2.
               88 REG-QBR-REFEICAO        VALUE 3.
               88 REG-QBR-ENTREGA-FALHADA VALUE 4.
           05 REG-QBR-NUMERO-PEDIDO    PIC 9(04).
