      ******************************************************************
      * Copybook: ENCOMENDA.CPY
      * Purpose:  Layout of one purchase-order line in the sequential
      *           file ENCOMENDAS.DAT, mantido por
      *           819_PIZZARIA_COMPRAS: uma linha por ingrediente de
      *           cada encomenda (as linhas da mesma encomenda partilham
      *           o numero), proposta a partir da lista de falta do
      *           stock. A linha fica aberta ate a mercadoria chegar;
      *           cada entrega soma a quantidade recebida e guarda o
      *           ultimo custo unitario faturado.
      *           Estados: A = aberta, R = recebida,
      *                    F = fechada com falta, C = cancelada.
      ******************************************************************
       01  REG-ENCOMENDA.
           05 REG-ENC-NUMERO           PIC 9(05).
           05 REG-ENC-DATA             PIC 9(08).
           05 REG-ENC-FORNECEDOR       PIC 9(02).
           05 REG-ENC-INGREDIENTE      PIC 9(02).
           05 REG-ENC-QTD-ENCOMENDADA  PIC 9(05).
           05 REG-ENC-PRECO-ACORDADO   PIC 9(03)V9(02).
           05 REG-ENC-QTD-RECEBIDA     PIC 9(05).
           05 REG-ENC-DATA-RECECAO     PIC 9(08).
           05 REG-ENC-CUSTO-RECEBIDO   PIC 9(03)V9(02).
           05 REG-ENC-ESTADO           PIC X(01).
               88 REG-ENC-ABERTA          VALUE "A".
               88 REG-ENC-RECEBIDA        VALUE "R".
               88 REG-ENC-COM-FALTA       VALUE "F".
               88 REG-ENC-CANCELADA       VALUE "C".
