      *          desconto de fidelizacao nao e mexida na alteracao; a
      *          criacao de uma ficha nova parte de zero pedidos. O
      *          NIF e validado pelo digito de controlo como no 807.
      *          A ficha mostra as entregas falhadas contadas pelo 809
      *          e o aviso de pre-pagamento, que so se limpa aqui.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           DISPLAY "Morada  : " REG-CLI-MORADA.
           DISPLAY "NIF     : " REG-CLI-NIF " (0 = sem contribuinte)".
           DISPLAY "Pedidos : " REG-NUM-PEDIDOS-HIST.
           DISPLAY "Falhadas: " REG-CLI-FALHAS " (entregas falhadas)".
           IF REG-CLI-EXIGE-PRE-PAGAMENTO
              DISPLAY "AVISO   : PEDIR PRE-PAGAMENTO NAS ENTREGAS"
           END-IF.
      *-----------------------------------------------------------------
      * Altera a ficha de um contacto (ou cria uma ficha nova, a zero
      * pedidos). Uma resposta vazia mantem o valor guardado.
              MOVE SPACES TO REG-CLI-NOME
              MOVE SPACES TO REG-CLI-MORADA
              MOVE 0 TO REG-CLI-NIF
              MOVE 0 TO REG-CLI-FALHAS
              MOVE "N" TO REG-CLI-PRE-PAGAMENTO
           END-IF.
           DISPLAY "Nome (vazio = mantem): " WITH NO ADVANCING.
           ACCEPT NOME-ENTRADA.
              END-IF
              MOVE NIF-ENTRADA TO REG-CLI-NIF
           END-IF.
           IF REG-CLI-EXIGE-PRE-PAGAMENTO
              PERFORM CONFIRMAR-LIMPEZA-AVISO
              IF CONFIRMA-SIM
                 MOVE 0 TO REG-CLI-FALHAS
                 MOVE "N" TO REG-CLI-PRE-PAGAMENTO
              END-IF
           END-IF.
           IF FICHA-NOVA = "S"
              WRITE REG-CLIENTE-HIST
           ELSE
              DISPLAY "DIGITE S OU N!"
              GO TO CONFIRMAR-CRIACAO
           END-IF.
       CONFIRMAR-LIMPEZA-AVISO.
           DISPLAY "LIMPAR O AVISO DE PRE-PAGAMENTO E AS FALHADAS? "
              "(S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF NOT VALIDAR-CONFIRMA
              DISPLAY "DIGITE S OU N!"
              GO TO CONFIRMAR-LIMPEZA-AVISO
           END-IF.
      *-----------------------------------------------------------------
      * Lista todas as fichas por ordem de contacto.
      *-----------------------------------------------------------------
                 IF REG-CLI-NIF NOT = 0
                    DISPLAY "          NIF: " REG-CLI-NIF
                 END-IF
                 IF REG-CLI-EXIGE-PRE-PAGAMENTO
                    DISPLAY "          PEDIR PRE-PAGAMENTO ("
                       REG-CLI-FALHAS " ENTREGAS FALHADAS)"
                 END-IF
                 PERFORM LER-PROXIMO-CLIENTE
              END-PERFORM
              CLOSE FICHEIRO-CLIENTES
