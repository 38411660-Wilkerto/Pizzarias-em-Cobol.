      *          operador e decompoe as vendas por dia da semana e por
      *          banda horaria (contagens, receita, entregas ao
      *          domicilio contra balcao/levantar), com uma seccao de
      *          melhores clientes por REG-CONTACTO-CLIENTE (sem os
      *          pedidos anonimizados pelo 828, de contacto 0), para
      *          apoiar escalas de pessoal e preparacao de massa.
      *          Estornos de anulacao descontam como nos relatorios.
      *          Os totais do intervalo respondem-se primeiro pelos
              ELSE
                 ADD SINAL-REGISTO TO DIA-BALCAO(DIA-SEMANA)
              END-IF
              PERFORM ACUMULAR-CLIENTE THRU ACUMULAR-CLIENTE-FIM
           END-IF.
      *-----------------------------------------------------------------
      * Dia da semana por congruencia de Zeller: 1=Sabado ... 7=Sexta.
              WHEN OTHER      MOVE 5 TO BANDA-HORARIA
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Acumula o pedido no respetivo cliente (por contacto). Os
      * pedidos anonimizados pelo 828 (contacto 0) nao sao de nenhum
      * cliente e ficam fora da seccao de melhores clientes.
      *-----------------------------------------------------------------
       ACUMULAR-CLIENTE.
           IF REG-CONTACTO-CLIENTE = 0
              GO TO ACUMULAR-CLIENTE-FIM
           END-IF.
           MOVE 0 TO POSICAO-CLIENTE.
           PERFORM VARYING IDX-CLI FROM 1 BY 1
              UNTIL IDX-CLI > NUM-CLIENTES
                 CLI-RECEITA(POSICAO-CLIENTE)
                 + SINAL-REGISTO * REG-TOTAL-FINAL
           END-IF.
       ACUMULAR-CLIENTE-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Impressao: contagens por banda para cada dia da semana, com a
      * receita e a divisao entregas/balcao do dia.
