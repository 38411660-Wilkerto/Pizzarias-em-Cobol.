      *          Os entregues de dias anteriores sao expurgados do
      *          ficheiro na carga, para a fila so guardar o que
      *          ainda interessa ao quadro.
      *          O quadro mostra a hora a que o 807 prometeu cada
      *          pedido pronto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 COZ-HORA-ENTREGUE PIC X(08).
               10 COZ-DATA-PREVISTA PIC 9(08).
               10 COZ-HORA-PREVISTA PIC X(05).
               10 COZ-NUM-PIZZAS    PIC 9(02).
               10 COZ-HORA-PROMETIDA PIC X(05).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
                    DISPLAY "     PRONTO desde " COZ-HORA-PRONTO
                       (IDX-COZ)
                 END-IF
                 IF COZ-HORA-PROMETIDA(IDX-COZ) NOT = SPACES
                    AND COZ-ESTADO(IDX-COZ) NOT = "P"
                    DISPLAY "     Prometido pronto as "
                       COZ-HORA-PROMETIDA(IDX-COZ)
                 END-IF
              END-IF
           END-PERFORM.
           IF EM-ABERTO = 0
