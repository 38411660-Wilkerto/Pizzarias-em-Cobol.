      *          807_PIZZARIA_RAMALHO) e imprime os totais do dia:
      *          pizzas vendidas por tamanho, contagem de ingredientes,
      *          IVA cobrado, total do dia e reconciliacao por forma
      *          de pagamento (a parte paga com vale de oferta aparece
      *          numa linha propria). Mostra tambem as vendas por canal
      *          (balcao, telefone, plataforma online) com a comissao
      *          da plataforma e a receita liquida de cada canal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  TABELA-CONTAGEM-BEBIDAS.
           05 CONTAGEM-BEBIDA       PIC S9(05) OCCURS 4 TIMES.
       01  TABELA-PAGAMENTOS.
           05 TOTAL-PAGAMENTO       PIC S9(07)V9(02) OCCURS 5 TIMES.
      *-----------------------------------------------------------------
      * Vendas por canal (1 balcao, 2 telefone, 3 plataforma): pedidos,
      * total vendido e comissao retida pela plataforma.
      *-----------------------------------------------------------------
       77 IDX-CANAL                 PIC 9(01).
       77 TOTAL-COMISSAO-EDIT       PIC -ZZZZZ9.99.
       01  TABELA-CANAIS.
           05 CANAL-LINHA OCCURS 3 TIMES.
               10 CANAL-PEDIDOS     PIC S9(05).
               10 CANAL-VENDAS      PIC S9(07)V9(02).
               10 CANAL-COMISSAO    PIC S9(06)V9(02).
       01  TABELA-CANAIS-NOMES-DADOS.
           05 FILLER PIC X(10) VALUE "Balcao    ".
           05 FILLER PIC X(10) VALUE "Telefone  ".
           05 FILLER PIC X(10) VALUE "Plataforma".
       01  TABELA-CANAIS-NOMES REDEFINES TABELA-CANAIS-NOMES-DADOS.
           05 NOME-CANAL            PIC X(10) OCCURS 3 TIMES.
      *-----------------------------------------------------------------
      * Nomes dos ingredientes, so para o cabecalho do relatorio.
      *-----------------------------------------------------------------
           05 FILLER PIC X(11) VALUE "Numerario  ".
           05 FILLER PIC X(11) VALUE "Cartao     ".
           05 FILLER PIC X(11) VALUE "MBWAY      ".
           05 FILLER PIC X(11) VALUE "Vale oferta".
           05 FILLER PIC X(11) VALUE "Plataforma ".
       01  TABELA-PAGTO-NOMES REDEFINES TABELA-PAGTO-NOMES-DADOS.
           05 NOME-PAGAMENTO        PIC X(11) OCCURS 5 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM INICIALIZAR.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
              MOVE 0 TO CONTAGEM-BEBIDA(IDX)
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
              MOVE 0 TO TOTAL-PAGAMENTO(IDX)
           END-PERFORM.
           PERFORM VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 3
              MOVE 0 TO CANAL-PEDIDOS(IDX-CANAL)
              MOVE 0 TO CANAL-VENDAS(IDX-CANAL)
              MOVE 0 TO CANAL-COMISSAO(IDX-CANAL)
           END-PERFORM.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF FS-PEDIDOS NOT = "00"
              DISPLAY "FICHEIRO PEDIDOS INEXISTENTE - SEM MOVIMENTO."
                 + SINAL-REGISTO * REG-TOTAL-FINAL
              COMPUTE TOTAL-DESC-PROMO = TOTAL-DESC-PROMO
                 + SINAL-REGISTO * REG-DESCONTO-PROMO
      *       A parte paga com vale de oferta sai da forma escolhida
      *       para o resto e conta a parte.
              IF (REG-FORMA-PAGAMENTO > 0 AND REG-FORMA-PAGAMENTO <= 3)
                 OR REG-PAGAMENTO-PLATAFORMA
                 COMPUTE TOTAL-PAGAMENTO(REG-FORMA-PAGAMENTO) =
                    TOTAL-PAGAMENTO(REG-FORMA-PAGAMENTO)
                    + SINAL-REGISTO * (REG-TOTAL-FINAL - REG-VALOR-VALE)
              END-IF
              COMPUTE TOTAL-PAGAMENTO(4) = TOTAL-PAGAMENTO(4)
                 + SINAL-REGISTO * REG-VALOR-VALE
              PERFORM APURAR-CANAL
           END-IF.
           PERFORM LER-PEDIDO.
      *-----------------------------------------------------------------
      * Canal do pedido corrente: o gravado em REG-CANAL ou, nos
      * registos antigos sem canal, o balcao para entregas ao balcao e
      * o telefone para levantar e entregas ao domicilio.
      *-----------------------------------------------------------------
       APURAR-CANAL.
           EVALUATE TRUE
              WHEN REG-CANAL-PLATAFORMA
                 MOVE 3 TO IDX-CANAL
              WHEN REG-CANAL-TELEFONE
                 MOVE 2 TO IDX-CANAL
              WHEN REG-CANAL-BALCAO
                 MOVE 1 TO IDX-CANAL
              WHEN REG-ENTREGA-BALCAO
                 MOVE 1 TO IDX-CANAL
              WHEN OTHER
                 MOVE 2 TO IDX-CANAL
           END-EVALUATE.
           ADD SINAL-REGISTO TO CANAL-PEDIDOS(IDX-CANAL).
           COMPUTE CANAL-VENDAS(IDX-CANAL) = CANAL-VENDAS(IDX-CANAL)
              + SINAL-REGISTO * REG-TOTAL-FINAL.
           COMPUTE CANAL-COMISSAO(IDX-CANAL) = CANAL-COMISSAO(IDX-CANAL)
              + SINAL-REGISTO * REG-COMISSAO-PLATAFORMA.
      *-----------------------------------------------------------------
      * Contabiliza uma linha de item do pedido corrente: pizzas por
      * tamanho e ingredientes escolhidos, bebidas por codigo.
      *-----------------------------------------------------------------
           END-PERFORM.
           DISPLAY "--------------------------------------------------".
           DISPLAY "Reconciliacao por Forma de Pagamento:".
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
              MOVE TOTAL-PAGAMENTO(IDX) TO TOTAL-PAGAMENTO-EDIT
              DISPLAY "  " NOME-PAGAMENTO(IDX) " : "
                 TOTAL-PAGAMENTO-EDIT
           END-PERFORM.
           DISPLAY "--------------------------------------------------".
           DISPLAY "Vendas por Canal (liquido = vendas - comissao):".
           DISPLAY "  Canal      Pedido      Vendas"
              "   Comissao     Liquido".
           PERFORM VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 3
              MOVE CANAL-PEDIDOS(IDX-CANAL) TO CONTAGEM-EDIT
              MOVE CANAL-VENDAS(IDX-CANAL) TO TOTAL-PAGAMENTO-EDIT
              MOVE CANAL-COMISSAO(IDX-CANAL) TO TOTAL-COMISSAO-EDIT
              COMPUTE TOTAL-FINAL-EDIT = CANAL-VENDAS(IDX-CANAL)
                 - CANAL-COMISSAO(IDX-CANAL)
              DISPLAY "  " NOME-CANAL(IDX-CANAL) " " CONTAGEM-EDIT " "
                 TOTAL-PAGAMENTO-EDIT " " TOTAL-COMISSAO-EDIT " "
                 TOTAL-FINAL-EDIT
           END-PERFORM.
           DISPLAY "--------------------------------------------------".
           MOVE TOTAL-DESC-PROMO TO TOTAL-PROMO-EDIT.
           DISPLAY "Descontos Promocionais: " TOTAL-PROMO-EDIT.
           MOVE TOTAL-IVA-DIA TO TOTAL-IVA-EDIT.
