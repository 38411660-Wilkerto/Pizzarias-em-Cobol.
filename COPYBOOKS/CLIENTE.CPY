      *           habitual - nome, morada de entrega por omissao e NIF
      *           (0 = sem contribuinte) - para pre-preencher a entrada
      *           de pedidos em vez de o cliente ditar tudo de novo.
      *           REG-CLI-FALHAS conta as entregas falhadas fechadas
      *           no 809; ao atingir o limite o 809 marca
      *           REG-CLI-PRE-PAGAMENTO e a entrada de pedidos avisa o
      *           balcao para pedir o pagamento antes de sair a
      *           entrega (o aviso limpa-se no 816).
      ******************************************************************
       01  REG-CLIENTE-HIST.
           05 REG-CONTACTO-HIST        PIC 9(09).
           05 REG-CLI-NOME             PIC X(30).
           05 REG-CLI-MORADA           PIC X(40).
           05 REG-CLI-NIF              PIC 9(09).
           05 REG-CLI-FALHAS           PIC 9(02).
           05 REG-CLI-PRE-PAGAMENTO    PIC X(01).
               88 REG-CLI-EXIGE-PRE-PAGAMENTO VALUE "S".
