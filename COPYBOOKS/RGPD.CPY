      ******************************************************************
      * Copybook: RGPD.CPY
      * Purpose:  Layout of one record of the data-protection register
      *           RGPD.DAT, acrescentado pelo 828_PIZZARIA_RGPD por
      *           cada pedido de um titular de dados: E = extrato dos
      *           dados guardados, A = apagamento (anonimizacao)
      *           feito, R = apagamento recusado por haver pedidos em
      *           curso. REG-RGP-CHAVE e o contacto (tipo C) ou o NIF
      *           (tipo N) pedido e REG-RGP-REFERENCIA a referencia
      *           do pedido do titular (data da carta, email, ...).
      *           As contagens dizem quantos pedidos, entregas,
      *           registos da cozinha e fichas de cliente foram
      *           encontrados; num apagamento, quantos pedidos foram
      *           anonimizados e quantos ficaram retidos por terem
      *           fatura com NIF dentro do prazo legal de conservacao.
      ******************************************************************
       01  REG-RGPD.
           05 REG-RGP-DATA             PIC 9(08).
           05 REG-RGP-HORA             PIC X(08).
           05 REG-RGP-OPERADOR         PIC 9(02).
           05 REG-RGP-TIPO             PIC X(01).
               88 REG-RGP-EXTRATO         VALUE "E".
               88 REG-RGP-APAGAMENTO      VALUE "A".
               88 REG-RGP-RECUSADO        VALUE "R".
           05 REG-RGP-CHAVE-TIPO       PIC X(01).
               88 REG-RGP-POR-CONTACTO    VALUE "C".
               88 REG-RGP-POR-NIF         VALUE "N".
           05 REG-RGP-CHAVE            PIC 9(09).
           05 REG-RGP-REFERENCIA       PIC X(20).
           05 REG-RGP-PEDIDOS          PIC 9(05).
           05 REG-RGP-ANONIMIZADOS     PIC 9(05).
           05 REG-RGP-RETIDOS          PIC 9(05).
           05 REG-RGP-ENTREGAS         PIC 9(05).
           05 REG-RGP-COZINHA          PIC 9(05).
           05 REG-RGP-CLIENTES         PIC 9(02).
