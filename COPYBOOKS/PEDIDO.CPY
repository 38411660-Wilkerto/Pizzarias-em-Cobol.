      *           ao totalizar (PROMOS.DAT, 0 = nenhuma) e
      *           REG-DESCONTO-PROMO o valor descontado, que os
      *           relatorios somam como descontos promocionais.
      *           REG-MOTIVO-ANULACAO so conta num estorno ("A"): 0 =
      *           anulacao supervisionada no 812; 1 a 3 = estorno
      *           automatico de uma entrega falhada no 809 (ninguem em
      *           casa, recusada, morada errada), que o fecho do dia
      *           (811) lista a parte.
      *           REG-OPERADOR e o codigo do operador identificado no
      *           807 que registou o pedido (OPERADORES.DAT, 0 = sem
      *           identificacao), para o relatorio por operador.
      *           REG-VALE-NUMERO e o vale de oferta (VALES.DAT) usado
      *           no pagamento e REG-VALOR-VALE o valor que pagou; o
      *           resto, se houver, e pago pela forma em
      *           REG-FORMA-PAGAMENTO (4 = tudo pago com o vale). Os
      *           relatorios contam o valor do vale a parte do
      *           numerario.
      *           REG-HORA-PROMETIDA (HH:MM) e a hora prometida ao
      *           cliente ao gravar o pedido no 807: pronto ao balcao
      *           ou a porta numa entrega ao domicilio, calculada pela
      *           fila da cozinha, pelo tempo de forno por pizza e
      *           pelos minutos da zona.
      *           REG-CANAL e o canal por onde o pedido chegou: B =
      *           balcao, T = telefone (levantar ou entrega ao
      *           domicilio registados no 807), P = plataforma de
      *           encomendas online (importado pelo 830); os registos
      *           antigos a espaco contam pelo tipo de entrega. Num
      *           pedido da plataforma REG-REFERENCIA-PLATAFORMA e a
      *           referencia da plataforma e REG-COMISSAO-PLATAFORMA a
      *           comissao que ela retem, a parte do total: o 808 e o
      *           fecho (811) mostram a receita liquida por canal. A
      *           plataforma cobra o cliente, por isso a forma de
      *           pagamento e 5.
      ******************************************************************
       01  REG-PEDIDO.
           05 REG-NUMERO-PEDIDO        PIC 9(04).
               88 REG-PAGAMENTO-NUMERARIO VALUE 1.
               88 REG-PAGAMENTO-CARTAO    VALUE 2.
               88 REG-PAGAMENTO-MBWAY     VALUE 3.
               88 REG-PAGAMENTO-VALE      VALUE 4.
               88 REG-PAGAMENTO-PLATAFORMA VALUE 5.
           05 REG-TIPO-REGISTO         PIC X(01).
               88 REG-REGISTO-VENDA       VALUES "V", " ".
               88 REG-REGISTO-ANULACAO    VALUE "A".
           05 REG-TAXA-ENTREGA         PIC 9(03)V9(02).
           05 REG-PROMO-APLICADA       PIC 9(02).
           05 REG-DESCONTO-PROMO       PIC 9(03)V9(02).
           05 REG-MOTIVO-ANULACAO      PIC 9.
               88 REG-ANULACAO-MANUAL     VALUE 0.
               88 REG-FALHA-AUSENTE       VALUE 1.
               88 REG-FALHA-RECUSADA      VALUE 2.
               88 REG-FALHA-MORADA        VALUE 3.
               88 REG-ENTREGA-FALHADA     VALUES 1 THRU 3.
           05 REG-OPERADOR             PIC 9(02).
           05 REG-VALE-NUMERO          PIC 9(06).
           05 REG-VALOR-VALE           PIC 9(03)V9(02).
           05 REG-HORA-PROMETIDA       PIC X(05).
           05 REG-CANAL                PIC X(01).
               88 REG-CANAL-BALCAO        VALUE "B".
               88 REG-CANAL-TELEFONE      VALUE "T".
               88 REG-CANAL-PLATAFORMA    VALUE "P".
           05 REG-REFERENCIA-PLATAFORMA PIC X(12).
           05 REG-COMISSAO-PLATAFORMA  PIC 9(03)V9(02).
