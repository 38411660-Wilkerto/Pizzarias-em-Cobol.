      ******************************************************************
      * Copybook: AUDITORIA.CPY
      * Purpose:  Layout of one audit record in the sequential file
      *           AUDITORIA.DAT, one per reversal written to
      *           PEDIDOS.DAT: pelas anulacoes supervisionadas do
      *           812_PIZZARIA_ANULACAO e pelos estornos automaticos
      *           das entregas falhadas fechadas no
      *           809_PIZZARIA_ENTREGAS. Quem, quando, porque e
      *           quanto; REG-AUD-MOTIVO-CODIGO repete o codigo
      *           gravado em REG-MOTIVO-ANULACAO do estorno (0 =
      *           anulacao no 812, 1 a 3 = entrega falhada).
      *           REG-AUD-OPERADOR e o codigo do supervisor ou gerente
      *           identificado que autorizou a anulacao (0 = sem
      *           identificacao ou estorno automatico).
      ******************************************************************
       01  REG-AUDITORIA.
           05 REG-AUD-NUMERO-PEDIDO    PIC 9(04).
           05 REG-AUD-DATA             PIC 9(08).
           05 REG-AUD-HORA             PIC X(08).
           05 REG-AUD-SUPERVISOR       PIC X(10).
           05 REG-AUD-MOTIVO           PIC X(40).
           05 REG-AUD-TOTAL            PIC 9(03)V9(02).
           05 REG-AUD-MOTIVO-CODIGO    PIC 9.
           05 REG-AUD-OPERADOR         PIC 9(02).
