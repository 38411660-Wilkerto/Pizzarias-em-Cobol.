      *          marcado com antecedencia (REG-DATA-PREVISTA futura)
      *          fica no movimento ate ao fecho do dia previsto, para
      *          nao ser arquivado como venda de hoje.
      *          O relatorio tem uma seccao de entregas falhadas: os
      *          estornos automaticos gravados pelo 809, por motivo,
      *          com o numero de cada pedido.
      *          Os vales de oferta aparecem a parte: o valor recebido
      *          em vales nos pedidos nao conta como numerario e os
      *          vales vendidos em numerario (MOVVALES.DAT) entram no
      *          esperado na gaveta.
      *          Chamado pela corrida da noite (824) nao pergunta a
      *          data: fecha a data recebida em LOTE.CPY e devolve o
      *          estado do passo e as contagens (lidos em PEDIDOS,
      *          arquivados em HISTORICO); corrido a mao funciona
      *          como antes.
      *          Antes de mexer em PEDIDOS.DAT e HISTORICO.DAT tira
      *          uma copia de seguranca geracional de todos os
      *          ficheiros (CALL ao 826); se a copia falhar o fecho
      *          aborta sem arquivar nada.
      *          O relatorio mostra as vendas por canal (balcao,
      *          telefone, plataforma online) com a comissao da
      *          plataforma e a receita liquida; o pago na plataforma
      *          (forma 5) nao conta para a gaveta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-CAIXA ASSIGN TO "CAIXA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXA.
           SELECT FICHEIRO-MOVVALES ASSIGN TO "MOVVALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVVALES.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PEDIDOS.
           COPY STOCK.
       FD  FICHEIRO-CAIXA.
           COPY CAIXA.
       FD  FICHEIRO-MOVVALES.
           COPY MOVVALE.
       WORKING-STORAGE SECTION.
       77 FS-PEDIDOS                PIC XX.
       77 FS-HISTORICO              PIC XX.
       77 FS-CAIXA                  PIC XX.
       77 FIM-CAIXA                 PIC X VALUE "N".
           88 NAO-HA-MAIS-CAIXA     VALUE "S".
       77 FS-MOVVALES               PIC XX.
       77 FIM-MOVVALES              PIC X VALUE "N".
           88 NAO-HA-MAIS-MOVVALES  VALUE "S".
       77 SESSOES-DO-DIA            PIC 9(03) VALUE 0.
       77 TOTAL-FUNDO-DIA           PIC 9(06)V9(02) VALUE 0.
       77 TOTAL-ENTRADAS-DIA        PIC 9(06)V9(02) VALUE 0.
       77 IDX-ITEM                  PIC 9(02).
       77 IDX-REM                   PIC 9(03).
       77 NUM-REMANESCENTES         PIC 9(03) VALUE 0.
       77 REGISTOS-ARQUIVADOS       PIC 9(05) VALUE 0.
       77 POSTERIORES-AO-FECHO      PIC 9(05) VALUE 0.
       77 TOTAL-PEQUENAS            PIC S9(05) VALUE 0.
       77 TOTAL-MEDIAS              PIC S9(05) VALUE 0.
       77 TOTAL-IVA-EDIT            PIC -ZZZZZ9.99.
       77 TOTAL-FINAL-EDIT          PIC -ZZZZZZ9.99.
       77 TOTAL-PAGAMENTO-EDIT      PIC -ZZZZZZ9.99.
       77 NUM-FALHAS                PIC 9(03) VALUE 0.
       77 IDX-FALHA                 PIC 9(03).
       01  TABELA-CONTAGEM-INGREDIENTES.
           05 CONTAGEM-INGREDIENTE  PIC S9(05) OCCURS 10 TIMES.
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
      * Vales de oferta vendidos no dia (emissoes e carregamentos do
      * 823) por forma de pagamento 1 a 3: nao sao vendas de pizzaria,
      * mas o numerario recebido esta na gaveta.
      *-----------------------------------------------------------------
       01  TABELA-VENDAS-VALES.
           05 VENDAS-VALES          PIC 9(07)V9(02) OCCURS 3 TIMES.
      *-----------------------------------------------------------------
      * Entregas falhadas do dia (estornos do 809 com motivo 1 a 3):
      * contagem e valor por motivo e os numeros dos pedidos.
      *-----------------------------------------------------------------
       01  TABELA-FALHAS.
           05 FALHAS-MOTIVO         PIC 9(04) OCCURS 3 TIMES.
           05 FALHAS-VALOR          PIC 9(06)V9(02) OCCURS 3 TIMES.
       01  TABELA-FALHAS-PEDIDOS.
           05 FALHA-NUMERO          PIC 9(04) OCCURS 50 TIMES.
           05 FALHA-CODIGO          PIC 9 OCCURS 50 TIMES.
       01  TABELA-MOTIVOS-DADOS.
           05 FILLER PIC X(16) VALUE "Ninguem em casa ".
           05 FILLER PIC X(16) VALUE "Recusada        ".
           05 FILLER PIC X(16) VALUE "Morada errada   ".
       01  TABELA-MOTIVOS REDEFINES TABELA-MOTIVOS-DADOS.
           05 NOME-MOTIVO-FALHA     PIC X(16) OCCURS 3 TIMES.
       01  TABELA-NOMES-DADOS.
           05 FILLER PIC X(11) VALUE "Fiambre    ".
           05 FILLER PIC X(11) VALUE "Atum       ".
           05 FILLER PIC X(11) VALUE "Numerario  ".
           05 FILLER PIC X(11) VALUE "Cartao     ".
           05 FILLER PIC X(11) VALUE "MBWAY      ".
           05 FILLER PIC X(11) VALUE "Vale oferta".
           05 FILLER PIC X(11) VALUE "Plataforma ".
       01  TABELA-PAGTO-NOMES REDEFINES TABELA-PAGTO-NOMES-DADOS.
           05 NOME-PAGAMENTO        PIC X(11) OCCURS 5 TIMES.
      *-----------------------------------------------------------------
      * Pedidos ja registados para depois da data de fecho: ficam em
      * PEDIDOS.DAT, que e regravado so com eles no fim do fecho.
      *-----------------------------------------------------------------
       01  TABELA-REMANESCENTES.
           05 REM-PEDIDO            PIC X(345) OCCURS 200 TIMES.
           COPY LOTE.
           COPY PARMCOPIA.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM LER-DATA-FECHO.
           IF LOTE-NOTURNO
              MOVE LOTE-DATA TO DATA-FECHO
           ELSE
              DISPLAY "Data a fechar (AAAAMMDD, 0=hoje): "
                 WITH NO ADVANCING
              ACCEPT DATA-FECHO
           END-IF.
           IF DATA-FECHO = 0
              MOVE DATA-SISTEMA TO DATA-FECHO
           END-IF.
           IF DATA-FECHO <= ULTIMA-DATA-FECHADA
              DISPLAY "DIA " DATA-FECHO " JA FECHADO (ULTIMO FECHO "
                 ULTIMA-DATA-FECHADA ") - NADA A FAZER."
              MOVE "DIA JA FECHADO - NADA A FAZER" TO LOTE-MENSAGEM
              GO TO TERMINAR
           END-IF.
           IF DATA-FECHO > DATA-SISTEMA
              DISPLAY "NAO E POSSIVEL FECHAR UM DIA FUTURO!"
              MOVE "DIA FUTURO - NAO FECHADO" TO LOTE-MENSAGEM
              GO TO ABORTAR
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              MOVE 0 TO CONTAGEM-INGREDIENTE(IDX)
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 3
              MOVE 0 TO TOTAL-PAGAMENTO(IDX)
              MOVE 0 TO FALHAS-MOTIVO(IDX)
              MOVE 0 TO FALHAS-VALOR(IDX)
              MOVE 0 TO VENDAS-VALES(IDX)
           END-PERFORM.
           MOVE 0 TO TOTAL-PAGAMENTO(4).
           MOVE 0 TO TOTAL-PAGAMENTO(5).
           PERFORM VARYING IDX-CANAL FROM 1 BY 1 UNTIL IDX-CANAL > 3
              MOVE 0 TO CANAL-PEDIDOS(IDX-CANAL)
              MOVE 0 TO CANAL-VENDAS(IDX-CANAL)
              MOVE 0 TO CANAL-COMISSAO(IDX-CANAL)
           END-PERFORM.
           PERFORM CONTAR-POSTERIORES.
           IF POSTERIORES-AO-FECHO > 200
              DISPLAY "MAIS DE 200 PEDIDOS POSTERIORES A "
                 DATA-FECHO " - FECHO ABORTADO ANTES DE ARQUIVAR."
              DISPLAY "FECHE PRIMEIRO OS DIAS INTERMEDIOS."
              MOVE "MAIS DE 200 PEDIDOS POSTERIORES - ABORTADO"
                 TO LOTE-MENSAGEM
              GO TO ABORTAR
           END-IF.
           PERFORM COPIA-DE-SEGURANCA.
           IF NOT COPIA-TERMINADA
              DISPLAY "COPIA DE SEGURANCA FALHOU - FECHO ABORTADO "
                 "ANTES DE ARQUIVAR."
              MOVE "COPIA DE SEGURANCA FALHOU - ABORTADO"
                 TO LOTE-MENSAGEM
              GO TO ABORTAR
           END-IF.
           PERFORM SEPARAR-E-ARQUIVAR.
           PERFORM REGRAVAR-PEDIDOS.
           PERFORM GRAVAR-DATA-FECHO.
           PERFORM IMPRIMIR-RELATORIO.
           PERFORM IMPRIMIR-FALHAS.
           PERFORM IMPRIMIR-LISTA-COMPRAS.
           PERFORM IMPRIMIR-VALES.
           PERFORM IMPRIMIR-CAIXA.
           DISPLAY "DIA " DATA-FECHO " FECHADO. PEDIDOS ARQUIVADOS: "
              WITH NO ADVANCING.
           MOVE TOTAL-PEDIDOS-DIA TO CONTAGEM-EDIT.
           DISPLAY CONTAGEM-EDIT.
           COMPUTE LOTE-LIDOS = REGISTOS-ARQUIVADOS + NUM-REMANESCENTES.
           MOVE REGISTOS-ARQUIVADOS TO LOTE-GRAVADOS.
           MOVE SPACES TO LOTE-MENSAGEM.
           STRING "DIA " DATA-FECHO " FECHADO"
              DELIMITED BY SIZE INTO LOTE-MENSAGEM.
      *-----------------------------------------------------------------
      * Fim do programa: devolve o estado a corrida da noite (824),
      * se foi ela a chamar; corrido a mao e o fim normal.
      *-----------------------------------------------------------------
       TERMINAR.
           MOVE "F" TO LOTE-ESTADO.
           GOBACK.
       ABORTAR.
           MOVE "E" TO LOTE-ESTADO.
           GOBACK.
      *-----------------------------------------------------------------
      * Copia de seguranca de todos os ficheiros de dados antes de o
      * fecho regravar PEDIDOS.DAT e acrescentar ao HISTORICO.DAT.
      *-----------------------------------------------------------------
       COPIA-DE-SEGURANCA.
           MOVE "C" TO COPIA-OPERACAO.
           MOVE "D" TO COPIA-MOTIVO.
           MOVE 0 TO COPIA-GERACAO.
           MOVE 0 TO COPIA-OPERADOR.
           MOVE "E" TO COPIA-ESTADO.
           MOVE "PROGRAMA DE COPIAS NAO DEVOLVEU ESTADO"
              TO COPIA-MENSAGEM.
           CALL "826_PIZZARIA_COPIAS" USING PARAMETROS-COPIA
              ON EXCEPTION
                 MOVE "PROGRAMA 826 NAO ENCONTRADO" TO COPIA-MENSAGEM
           END-CALL.
           CANCEL "826_PIZZARIA_COPIAS".
           DISPLAY "COPIA DE SEGURANCA: " COPIA-MENSAGEM.
      *-----------------------------------------------------------------
      * Percorre PEDIDOS.DAT: o que pertence ao dia fechado (ou a dias
      * anteriores ainda nao varridos) e acumulado e copiado para o
              IF FS-HISTORICO NOT = "00"
                 DISPLAY "ERRO AO ABRIR HISTORICO.DAT! FECHO ABORTADO."
                 CLOSE FICHEIRO-PEDIDOS
                 MOVE "ERRO AO ABRIR HISTORICO.DAT" TO LOTE-MENSAGEM
                 GO TO ABORTAR
              END-IF
              PERFORM LER-PEDIDO
              PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
                    PERFORM ACUMULAR-PEDIDO
                    MOVE REG-PEDIDO TO HIS-PEDIDO
                    WRITE HIS-PEDIDO
                    ADD 1 TO REGISTOS-ARQUIVADOS
                 ELSE
      *             CONTAR-POSTERIORES garante que a tabela chega.
                    ADD 1 TO NUM-REMANESCENTES
              + SINAL-REGISTO * REG-TOTAL-FINAL.
           COMPUTE TOTAL-DESC-PROMO = TOTAL-DESC-PROMO
              + SINAL-REGISTO * REG-DESCONTO-PROMO.
      *    A parte paga com vale de oferta nao entra na gaveta: sai da
      *    forma escolhida para o resto e conta a parte.
           IF (REG-FORMA-PAGAMENTO > 0 AND REG-FORMA-PAGAMENTO <= 3)
              OR REG-PAGAMENTO-PLATAFORMA
              COMPUTE TOTAL-PAGAMENTO(REG-FORMA-PAGAMENTO) =
                 TOTAL-PAGAMENTO(REG-FORMA-PAGAMENTO)
                 + SINAL-REGISTO * (REG-TOTAL-FINAL - REG-VALOR-VALE)
           END-IF.
           COMPUTE TOTAL-PAGAMENTO(4) = TOTAL-PAGAMENTO(4)
              + SINAL-REGISTO * REG-VALOR-VALE.
           PERFORM APURAR-CANAL.
           IF REG-REGISTO-ANULACAO AND REG-ENTREGA-FALHADA
              PERFORM ACUMULAR-FALHA
           END-IF.
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
       ACUMULAR-FALHA.
           ADD 1 TO FALHAS-MOTIVO(REG-MOTIVO-ANULACAO).
           ADD REG-TOTAL-FINAL TO FALHAS-VALOR(REG-MOTIVO-ANULACAO).
           IF NUM-FALHAS < 50
              ADD 1 TO NUM-FALHAS
              MOVE REG-NUMERO-PEDIDO TO FALHA-NUMERO(NUM-FALHAS)
              MOVE REG-MOTIVO-ANULACAO TO FALHA-CODIGO(NUM-FALHAS)
           END-IF.
       CONTABILIZAR-ITEM.
           IF REG-ITEM-PIZZA(IDX-ITEM)
           IF FS-PEDIDOS NOT = "00"
              DISPLAY "ERRO AO REGRAVAR PEDIDOS.DAT! FECHO ABORTADO "
                 "ANTES DE MARCAR O DIA COMO FECHADO."
              MOVE "ERRO AO REGRAVAR PEDIDOS.DAT" TO LOTE-MENSAGEM
              GO TO ABORTAR
           END-IF.
           PERFORM VARYING IDX-REM FROM 1 BY 1
              UNTIL IDX-REM > NUM-REMANESCENTES
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
           DISPLAY "Total Final do Dia: " TOTAL-FINAL-EDIT.
           DISPLAY "==================================================".
      *-----------------------------------------------------------------
      * Entregas falhadas do dia: ja descontadas nos totais acima
      * pelos estornos; aqui por motivo, para se ver o que se perdeu.
      *-----------------------------------------------------------------
       IMPRIMIR-FALHAS.
           DISPLAY "ENTREGAS FALHADAS (estornadas no 809)".
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 3
              MOVE FALHAS-MOTIVO(IDX) TO CONTAGEM-EDIT
              MOVE FALHAS-VALOR(IDX) TO TOTAL-PAGAMENTO-EDIT
              DISPLAY "  " NOME-MOTIVO-FALHA(IDX) ":" CONTAGEM-EDIT
                 "  Valor: " TOTAL-PAGAMENTO-EDIT
           END-PERFORM.
           PERFORM VARYING IDX-FALHA FROM 1 BY 1
              UNTIL IDX-FALHA > NUM-FALHAS
              DISPLAY "  Pedido " FALHA-NUMERO(IDX-FALHA) " - "
                 NOME-MOTIVO-FALHA(FALHA-CODIGO(IDX-FALHA))
           END-PERFORM.
           IF NUM-FALHAS = 0
              DISPLAY "  NENHUMA ENTREGA FALHADA."
           END-IF.
           DISPLAY "==================================================".
      *-----------------------------------------------------------------
      * Lista de compras/reposicao: consumido desde a abertura contra
      * o que resta em STOCK.DAT (se o controlo de stock estiver em
      * uso). Sugere repor ate a quantidade de abertura.
              AT END MOVE "S" TO FIM-STOCK
           END-READ.
      *-----------------------------------------------------------------
      * Vales de oferta: o que foi recebido em vales nos pedidos do dia
      * (ja na reconciliacao por forma de pagamento) e o que foi pago
      * na venda de vales (MOVVALES.DAT), que nao e venda de pizzaria.
      *-----------------------------------------------------------------
       IMPRIMIR-VALES.
           MOVE "N" TO FIM-MOVVALES.
           OPEN INPUT FICHEIRO-MOVVALES.
           IF FS-MOVVALES = "00"
              PERFORM LER-MOVVALE
              PERFORM UNTIL NAO-HA-MAIS-MOVVALES
                 IF REG-MVV-DATA = DATA-FECHO AND REG-MVV-VENDA
                    AND REG-MVV-FORMA-PAGAMENTO > 0
                    AND REG-MVV-FORMA-PAGAMENTO <= 3
                    ADD REG-MVV-VALOR
                       TO VENDAS-VALES(REG-MVV-FORMA-PAGAMENTO)
                 END-IF
                 PERFORM LER-MOVVALE
              END-PERFORM
              CLOSE FICHEIRO-MOVVALES
           END-IF.
           DISPLAY "VALES DE OFERTA".
           MOVE TOTAL-PAGAMENTO(4) TO TOTAL-PAGAMENTO-EDIT.
           DISPLAY "  Recebido em vales nos pedidos : "
              TOTAL-PAGAMENTO-EDIT.
           DISPLAY "  Vales vendidos (emissoes e carregamentos):".
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 3
              MOVE VENDAS-VALES(IDX) TO TOTAL-PAGAMENTO-EDIT
              DISPLAY "  " NOME-PAGAMENTO(IDX) " : "
                 TOTAL-PAGAMENTO-EDIT
           END-PERFORM.
           DISPLAY "==================================================".
       LER-MOVVALE.
           READ FICHEIRO-MOVVALES
              AT END MOVE "S" TO FIM-MOVVALES
           END-READ.
      *-----------------------------------------------------------------
      * Conferencia da gaveta: soma os movimentos de caixa do dia
      * fechado (CAIXA.DAT, sessoes de 818_PIZZARIA_CAIXA) e cruza o
      * esperado (fundo + vendas em numerario + vales vendidos em
      * numerario + entradas - saidas)
      * com o dinheiro contado as cegas no fecho de cada sessao. Com
      * mais de uma sessao no dia a conferencia sai agregada, porque
      * o numerario das vendas nao e repartido por sessao.
                 DISPLAY "  Fundo de caixa    : " VALOR-CAIXA-EDIT
                 MOVE TOTAL-PAGAMENTO(1) TO VALOR-CAIXA-EDIT
                 DISPLAY "  Vendas numerario  : " VALOR-CAIXA-EDIT
                 MOVE VENDAS-VALES(1) TO VALOR-CAIXA-EDIT
                 DISPLAY "  Vales em numerario: " VALOR-CAIXA-EDIT
                 MOVE TOTAL-ENTRADAS-DIA TO VALOR-CAIXA-EDIT
                 DISPLAY "  Entradas em caixa : " VALOR-CAIXA-EDIT
                 MOVE TOTAL-SAIDAS-DIA TO VALOR-CAIXA-EDIT
                 DISPLAY "  Saidas de caixa   : " VALOR-CAIXA-EDIT
                 COMPUTE NUMERARIO-ESPERADO = TOTAL-FUNDO-DIA
                    + TOTAL-PAGAMENTO(1) + VENDAS-VALES(1)
                    + TOTAL-ENTRADAS-DIA - TOTAL-SAIDAS-DIA
                 MOVE NUMERARIO-ESPERADO TO VALOR-CAIXA-EDIT
                 DISPLAY "  ESPERADO NA GAVETA: " VALOR-CAIXA-EDIT
                 MOVE TOTAL-CONTADO-DIA TO VALOR-CAIXA-EDIT
