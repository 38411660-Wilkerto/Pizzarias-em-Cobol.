      ******************************************************************
      * Copybook: VALE.CPY
      * Purpose:  Layout of one gift-voucher record in the sequential
      *           file VALES.DAT (um registo por vale), emitido e
      *           carregado no 823_PIZZARIA_VALES e usado como forma
      *           de pagamento 4 no 807: o saldo desce a cada
      *           utilizacao e volta a subir quando o pedido e anulado
      *           (812) ou a entrega falha (809).
      *           REG-VAL-VALOR-FACIAL e o total ja carregado no vale
      *           (emissao mais carregamentos); REG-VAL-VALIDADE e o
      *           ultimo dia em que o vale e aceite (um ano depois da
      *           emissao ou do ultimo carregamento).
      *           Estados: A = ativo, U = usado (saldo a zero).
      *           Cada movimento fica tambem em MOVVALES.DAT
      *           (MOVVALE.CPY), para o fecho do dia e o mapa mensal.
      ******************************************************************
       01  REG-VALE.
           05 REG-VAL-NUMERO           PIC 9(06).
           05 REG-VAL-DATA-EMISSAO     PIC 9(08).
           05 REG-VAL-VALOR-FACIAL     PIC 9(05)V9(02).
           05 REG-VAL-SALDO            PIC 9(05)V9(02).
           05 REG-VAL-VALIDADE         PIC 9(08).
           05 REG-VAL-ESTADO           PIC X(01).
               88 REG-VAL-ATIVO           VALUE "A".
               88 REG-VAL-USADO           VALUE "U".
