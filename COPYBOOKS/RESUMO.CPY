      *           para os ficheiros por ano HISTAAAA (HIST2024,
      *           HIST2025, ...), reconstruiveis pelo 820 se um
      *           ficheiro de resumos se perder.
      *           REG-RSM-PAGAMENTO sao numerario, cartao e MB WAY;
      *           REG-RSM-VALES e o que foi pago com vales de oferta.
      ******************************************************************
       01  REG-RESUMO.
           05 REG-RSM-TIPO             PIC X(01).
               10 REG-RSM-INGR         PIC S9(05) OCCURS 10 TIMES.
           05 REG-RSM-BEBIDAS.
               10 REG-RSM-BEBIDA       PIC S9(05) OCCURS 4 TIMES.
           05 REG-RSM-VALES            PIC S9(07)V9(02).
