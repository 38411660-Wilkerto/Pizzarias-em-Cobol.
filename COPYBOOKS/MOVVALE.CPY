      ******************************************************************
      * Copybook: MOVVALE.CPY
      * Purpose:  Layout of one gift-voucher movement in the
      *           sequential file MOVVALES.DAT, acrescentado a cada
      *           alteracao do saldo de um vale (VALE.CPY).
      *           Tipos: E = emissao e C = carregamento (823, venda
      *                      na caixa paga pela forma indicada),
      *                  U = utilizacao num pedido (807),
      *                  R = reposicao por anulacao do pedido (812)
      *                      ou entrega falhada (809).
      *           O fecho do dia (811) soma as vendas de vales por
      *           forma de pagamento (o numerario entra na gaveta) e
      *           o mapa mensal do 823 apura com estes movimentos o
      *           saldo de cada vale no fim do mes.
      ******************************************************************
       01  REG-MOVIMENTO-VALE.
           05 REG-MVV-TIPO             PIC X(01).
               88 REG-MVV-EMISSAO         VALUE "E".
               88 REG-MVV-CARREGAMENTO    VALUE "C".
               88 REG-MVV-UTILIZACAO      VALUE "U".
               88 REG-MVV-REPOSICAO       VALUE "R".
               88 REG-MVV-VENDA           VALUES "E", "C".
           05 REG-MVV-DATA             PIC 9(08).
           05 REG-MVV-HORA             PIC X(08).
           05 REG-MVV-NUMERO-VALE      PIC 9(06).
           05 REG-MVV-VALOR            PIC 9(05)V9(02).
           05 REG-MVV-FORMA-PAGAMENTO  PIC 9.
           05 REG-MVV-NUMERO-PEDIDO    PIC 9(04).
           05 REG-MVV-OPERADOR         PIC 9(02).
