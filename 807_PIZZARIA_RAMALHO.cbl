      *   previstos). So a mais vantajosa e aplicada, sai com o nome
      *   no recibo e os relatorios somam-na como desconto
      *   promocional.
      * - Cliente marcado no 809 por entregas falhadas repetidas: a
      *   entrada do contacto avisa para pedir o pre-pagamento.
      * - Identificacao do operador (OPERADORES.DAT, manutencao em
      *   822_PIZZARIA_OPERADORES): a caixa abre com codigo e PIN, o
      *   codigo do operador fica gravado no pedido e o nome sai no
      *   ecra e no recibo. Sem fichas abre como dantes.
      * - Vales de oferta (VALES.DAT, emitidos e carregados no
      *   823_PIZZARIA_VALES) como forma de pagamento 4: o vale tem de
      *   estar ativo, com saldo e dentro da validade; se o saldo nao
      *   chegar o resto paga-se por outra forma. O saldo e debitado
      *   ao gravar o pedido (movimento em MOVVALES.DAT) e o recibo
      *   mostra o valor usado e o saldo que fica.
      * - Hora prometida ao gravar o pedido: pizzas a espera na fila
      *   da cozinha (recebidas ou no forno) mais as do pedido, a
      *   MINUTOS-FORNO-PIZZA cada, mais os minutos da zona numa
      *   entrega ao domicilio. Sai no ecra e no recibo e fica no
      *   pedido e nas filas da cozinha e de entrega, para o
      *   relatorio de atrasos 829_PIZZARIA_ATRASOS.
      * - O pedido passa a gravar o canal (balcao ou telefone) para as
      *   vendas por canal do 808 e do fecho; os pedidos da
      *   plataforma online entram pelo 830_PIZZARIA_PLATAFORMA, e o
      *   numero do pedido e confirmado em CONTROLO.DAT ao gravar.
      * - STOCK.DAT passa a ser relido no inicio de cada pedido e antes
      *   de regravado (so com o consumo do pedido), para nao apagar o
      *   consumo dos pedidos importados da plataforma (830).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 807_PIZZARIA_RAMALHO.
           SELECT FICHEIRO-PROMOS ASSIGN TO "PROMOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROMOS.
           SELECT FICHEIRO-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT FICHEIRO-VALES ASSIGN TO "VALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VALES.
           SELECT FICHEIRO-MOVVALES ASSIGN TO "MOVVALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVVALES.
           SELECT FICHEIRO-RECIBOS ASSIGN TO "RECIBOS.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.
           COPY COZINHA.
       FD  FICHEIRO-PROMOS.
           COPY PROMO.
       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.
       FD  FICHEIRO-VALES.
           COPY VALE.
       FD  FICHEIRO-MOVVALES.
           COPY MOVVALE.
       FD  FICHEIRO-RECIBOS.
       01  LINHA-RECIBO                PIC X(60).
       FD  FICHEIRO-TALOES.
          BY IDX.
       77 INGREDIENTE-REPETIDO     PIC X VALUE "N".
       77 PRIMEIRA-EXECUCAO        PIC X VALUE "S".
       77 FS-OPERADORES             PIC XX.
       77 FIM-OPERADORES            PIC X VALUE "N".
           88 NAO-HA-MAIS-OPERADORES VALUE "S".
       77 OPERADORES-CARREGADOS     PIC X VALUE "N".
       77 CODIGO-OPERADOR           PIC 9(02) VALUE 0.
       77 NOME-OPERADOR             PIC X(20) VALUE SPACES.
       77 FUNCAO-OPERADOR           PIC X VALUE "G".
           88 FUNCAO-SUPERVISAO     VALUES "S", "G".
           88 FUNCAO-GERENCIA       VALUE "G".
       77 PIN-TENTATIVA             PIC 9(04).
       77 TENTATIVAS-OPERADOR       PIC 9 VALUE 0.
       77 IDX-OPR                   PIC 9(02).
       01  TABELA-MESTRE-OPERADORES.
           05 MESTRE-OPERADOR OCCURS 20 TIMES.
               10 MOP-NOME          PIC X(20).
               10 MOP-PIN           PIC 9(04).
               10 MOP-FUNCAO        PIC X(01).
               10 MOP-ATIVO         PIC X(01).
       77 FORMA-PAGAMENTO          PIC 9.
           88 VALIDAR-PAGAMENTO    VALUES 1 THRU 4.
           88 PAGAMENTO-VALE       VALUE 4.
           88 VALIDAR-FORMA-RESTO  VALUES 1 THRU 3.
       77 NUM-PEDIDOS-CLIENTE      PIC 9(05) VALUE 0.
       77 CLIENTE-COM-FICHA        PIC X VALUE "N".
       77 FICHA-ACEITE             PIC X VALUE "N".
       77 FICHA-NOME               PIC X(30).
       77 FICHA-MORADA             PIC X(40).
       77 FICHA-NIF                PIC 9(09) VALUE 0.
       77 FICHA-PRE-PAGAMENTO      PIC X VALUE "N".
       77 RESPOSTA-FICHA           PIC A.
           88 VALIDAR-RESPOSTA-FICHA VALUES "s","S","n","N".
           88 FICHA-SIM              VALUES "s","S".
           05 HORA-PREVISTA-HH       PIC 9(02).
           05 HORA-PREVISTA-MM       PIC 9(02).
       77 PEDIDO-AGENDADO             PIC X VALUE "N".
      *-----------------------------------------------------------------
      * Hora prometida: minutos de forno por pizza na fila e minutos
      * de viagem quando a zona nao os tem definidos.
      *-----------------------------------------------------------------
       77 MINUTOS-FORNO-PIZZA         PIC 9(02) VALUE 6.
       77 MINUTOS-ENTREGA-SEM-ZONA    PIC 9(02) VALUE 20.
       77 FIM-COZINHA                 PIC X VALUE "N".
           88 NAO-HA-MAIS-COZINHA    VALUE "S".
       77 PIZZAS-NO-PEDIDO            PIC 9(02).
       77 PIZZAS-NA-FILA              PIC 9(04).
       77 MINUTOS-VIAGEM              PIC 9(03).
       77 MINUTOS-PRONTO              PIC 9(05).
       77 MINUTOS-PROMETIDOS          PIC 9(05).
       77 MINUTOS-CONVERTER           PIC 9(05).
       77 HORAS-CONVERTIDAS           PIC 9(03).
       77 HORA-CONVERTIDA             PIC X(05).
       77 HORA-CALCULO                PIC X(08).
       77 HORA-PRONTO-PROMETIDA       PIC X(05) VALUE SPACES.
       77 HORA-PROMETIDA              PIC X(05) VALUE SPACES.
       01  HORA-CONVERTIDA-NUM        PIC 9(04).
       01  HORA-CONVERTIDA-DEC REDEFINES HORA-CONVERTIDA-NUM.
           05 HORA-CONVERTIDA-HH     PIC 9(02).
           05 HORA-CONVERTIDA-MM     PIC 9(02).
       77 ZONA-ENTREGA                PIC 9 VALUE 0.
       77 TAXA-ZONA-PEDIDO            PIC 9(03)V9(02) VALUE 0.
       77 FS-PROMOS                   PIC XX.
               10 ZONA-NOME         PIC X(11).
               10 ZONA-TAXA         PIC 9(03)V9(02).
               10 ZONA-MINUTOS      PIC 9(02).
      *-----------------------------------------------------------------
      * Vales de oferta: VALES.DAT carregado ao pagar com vale e
      * regravado inteiro ao debitar o saldo. Com mais vales do que a
      * tabela comporta o pagamento com vale e recusado, para a
      * regravacao nao perder registos.
      *-----------------------------------------------------------------
       77 FS-VALES                    PIC XX.
       77 FS-MOVVALES                 PIC XX.
       77 FIM-VALES                   PIC X VALUE "N".
           88 NAO-HA-MAIS-VALES      VALUE "S".
       77 VALES-EXCEDIDA              PIC X VALUE "N".
       77 NUM-VALES                   PIC 9(04) VALUE 0.
       77 IDX-VAL                     PIC 9(04).
       77 POSICAO-VALE                PIC 9(04) VALUE 0.
       77 NUMERO-VALE-PROCURADO       PIC 9(06).
       77 NUMERO-VALE-PEDIDO          PIC 9(06) VALUE 0.
       77 VALOR-VALE-PEDIDO           PIC 9(03)V9(02) VALUE 0.
       77 TOTAL-A-PAGAR               PIC 9(03)V9(02) VALUE 0.
       77 SALDO-VALE-EDIT             PIC ZZZZ9.99.
       01  TABELA-VALES.
           05 VALE-LINHA OCCURS 1000 TIMES.
               10 VAL-NUMERO        PIC 9(06).
               10 VAL-DATA-EMISSAO  PIC 9(08).
               10 VAL-VALOR-FACIAL  PIC 9(05)V9(02).
               10 VAL-SALDO         PIC 9(05)V9(02).
               10 VAL-VALIDADE      PIC 9(08).
               10 VAL-ESTADO        PIC X(01).

       SCREEN SECTION.
       01 CLS BLANK SCREEN.
           05 COL 25 LINE 33 HIGHLIGHT VALUE "IVA:".
           05 COL 25 LINE 34 HIGHLIGHT VALUE "Final:".
           05 COL 01 LINE 35 VALUE
           "Pagamento(1-Num.,2-Cartao,3-MBWAY,4-Vale):".
       01 EMENTA.
           05 COL 1 VALUE "(1)Fiambre"          LINE 13.
           05 COL 1 VALUE "(2)Atum"             LINE 14.
           DISPLAY CABECALHO.
           IF PRIMEIRA-EXECUCAO = "S"
              PERFORM VERIFICAR-ABERTURA
              PERFORM IDENTIFICAR-OPERADOR
                 THRU IDENTIFICAR-OPERADOR-FIM
              PERFORM CARREGAR-PRECOS
              PERFORM CARREGAR-STOCK
              PERFORM CARREGAR-PROMOS
              MOVE ZEROS TO TABELA-ITENS-PEDIDO
              PERFORM VERIFICAR-RECUPERACAO
              MOVE "N" TO PRIMEIRA-EXECUCAO
           ELSE
      *       Cada pedido novo comeca pelo stock do ficheiro, que a
      *       importacao da plataforma (830) tambem consome.
              IF STOCK-CONTROLADO = "S"
                 PERFORM CARREGAR-STOCK
              END-IF
           END-IF.
           DISPLAY NUMERO-PEDIDO AT 0511.
           IF CODIGO-OPERADOR > 0
              DISPLAY "Operador:" AT 0401
              DISPLAY NOME-OPERADOR AT 0411
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              MOVE 0 TO INGREDIENTE-ANTERIOR(IDX)
           END-PERFORM.
           END-IF.
           DISPLAY "                  " LINE 06 POSITION 34.
           PERFORM CONSULTAR-HISTORICO-CLIENTE.
      *    Cliente com entregas falhadas repetidas (marcado no 809):
      *    o balcao pede o pagamento antes de a entrega sair.
           IF FICHA-PRE-PAGAMENTO = "S"
              DISPLAY "PEDIR PRE-PAGAMENTO!" LINE 06 POSITION 46
              FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.
      *    Cliente habitual com ficha guardada: nome, morada e NIF
      *    aparecem pre-preenchidos e o operador confirma ou corrige.
           IF CLIENTE-COM-FICHA = "S"
           DISPLAY IVA AT 3347.
           MOVE IVA TO TEMP1.
           COMPUTE TOTAL-FINAL = TEMP + TEMP1.
           COMPUTE TOTAL-A-PAGAR = TEMP + TEMP1.
           DISPLAY TOTAL-FINAL AT 3446.
       ENTRADA-PAGAMENTO.
           MOVE 0 TO NUMERO-VALE-PEDIDO.
           MOVE 0 TO VALOR-VALE-PEDIDO.
           ACCEPT FORMA-PAGAMENTO AT 3543.
           IF NOT VALIDAR-PAGAMENTO
              DISPLAY "Forma de pagamento invalida" LINE 35
              GO TO ENTRADA-PAGAMENTO
           END-IF.
           DISPLAY "                            " LINE 35 POSITION 43.
           IF PAGAMENTO-VALE
              PERFORM ENTRADA-VALE THRU ENTRADA-VALE-FIM
              DISPLAY "                                        "
                 "                    " LINE 36 POSITION 01
              IF NUMERO-VALE-PEDIDO = 0
                 GO TO ENTRADA-PAGAMENTO
              END-IF
              MOVE VALOR-VALE-PEDIDO TO TOTAL-PEDIDO-EDIT
              DISPLAY "Vale:" LINE 35 POSITION 45
              DISPLAY TOTAL-PEDIDO-EDIT LINE 35 POSITION 51
           END-IF.
       GRAVAR-PEDIDO.
           PERFORM CONFIRMAR-NUMERO-CONTROLO.
           PERFORM CALCULAR-HORA-PROMETIDA.
           MOVE NUMERO-PEDIDO        TO REG-NUMERO-PEDIDO.
           MOVE DATA-PEDIDO          TO REG-DATA-PEDIDO.
           MOVE HORA-SISTEMA         TO REG-HORA-PEDIDO.
           MOVE TAXA-ZONA-PEDIDO     TO REG-TAXA-ENTREGA.
           MOVE PROMO-APLICADA       TO REG-PROMO-APLICADA.
           MOVE DESCONTO-PROMO       TO REG-DESCONTO-PROMO.
           MOVE 0                    TO REG-MOTIVO-ANULACAO.
           MOVE CODIGO-OPERADOR      TO REG-OPERADOR.
           MOVE NUMERO-VALE-PEDIDO   TO REG-VALE-NUMERO.
           MOVE VALOR-VALE-PEDIDO    TO REG-VALOR-VALE.
           MOVE HORA-PROMETIDA       TO REG-HORA-PROMETIDA.
      *    Ao balcao o cliente esta presente; levantar e entrega ao
      *    domicilio chegam por telefone.
           IF TIPO-ENTREGA = 1
              MOVE "B"               TO REG-CANAL
           ELSE
              MOVE "T"               TO REG-CANAL
           END-IF.
           MOVE SPACES               TO REG-REFERENCIA-PLATAFORMA.
           MOVE 0                    TO REG-COMISSAO-PLATAFORMA.
           OPEN EXTEND FICHEIRO-PEDIDOS.
           IF FS-PEDIDOS NOT = "00"
              OPEN OUTPUT FICHEIRO-PEDIDOS
           END-IF.
           WRITE REG-PEDIDO.
           CLOSE FICHEIRO-PEDIDOS.
           IF NUMERO-VALE-PEDIDO > 0
              PERFORM DEBITAR-VALE
           END-IF.
           PERFORM GRAVAR-NUMERO-CONTROLO.
           PERFORM ATUALIZAR-STOCK.
           PERFORM ATUALIZAR-HISTORICO-CLIENTE.
                 MOVE 0 TO TAXA-ZONA-PEDIDO
                 MOVE 0 TO DESCONTO-PROMO
                 MOVE 0 TO PROMO-APLICADA
                 MOVE 0 TO NUMERO-VALE-PEDIDO
                 MOVE 0 TO VALOR-VALE-PEDIDO
                 GO INICIO
               ELSE
                 DISPLAY "FIM DO PEDIDO!" FOREGROUND-COLOR 2
           MOVE 0 TO TAXA-ZONA-PEDIDO.
           MOVE 0 TO DESCONTO-PROMO.
           MOVE 0 TO PROMO-APLICADA.
           MOVE 0 TO NUMERO-VALE-PEDIDO.
           MOVE 0 TO VALOR-VALE-PEDIDO.
           GO TO INICIO.
      *-----------------------------------------------------------------
      * Remove o ultimo ingrediente aceite, devolvendo o respetivo
           READ FICHEIRO-STOCK
              AT END MOVE "S" TO FIM-STOCK
           END-READ.
      *    STOCK.DAT e relido antes de ser regravado, para nao se
      *    perder o que a importacao da plataforma (830) consumiu
      *    entretanto; ao stock lido tira-se o consumo deste pedido.
       ATUALIZAR-STOCK.
           IF STOCK-CONTROLADO = "S"
              PERFORM CARREGAR-STOCK
              PERFORM DESCONTAR-CONSUMO-PEDIDO
              OPEN OUTPUT FICHEIRO-STOCK
              IF FS-STOCK = "00"
                 PERFORM VARYING TEMP2 FROM 1 BY 1 UNTIL TEMP2 > 10
                 POSITION 01 FOREGROUND-COLOR 4 HIGHLIGHT
              END-IF
           END-IF.
      *    Consumo do pedido: um de cada ingrediente de cada item
      *    (pizzas a medida e receitas), sem descer abaixo de zero.
       DESCONTAR-CONSUMO-PEDIDO.
           PERFORM VARYING IDX-ITEM FROM 1 BY 1
              UNTIL IDX-ITEM > NUM-ITENS
              PERFORM VARYING IDX-ING FROM 1 BY 1
                 UNTIL IDX-ING > ITEM-NUM-INGR(IDX-ITEM)
                 IF ITEM-INGR(IDX-ITEM, IDX-ING) > 0
                    AND ITEM-INGR(IDX-ITEM, IDX-ING) <= 10
                    MOVE ITEM-INGR(IDX-ITEM, IDX-ING) TO TEMP2
                    IF STOCK-DISPONIVEL(TEMP2) > 0
                       SUBTRACT 1 FROM STOCK-DISPONIVEL(TEMP2)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
       AVISAR-STOCK-BAIXO.
           DISPLAY "STOCK BAIXO " LINE 18 POSITION 01
           FOREGROUND-COLOR 4 HIGHLIGHT.
           ELSE
              MOVE 1 TO NUMERO-PEDIDO
           END-IF.
      *    A importacao da plataforma (830) tambem tira numeros de
      *    CONTROLO.DAT: se ja usou o numero deste pedido, o pedido
      *    passa para o seguinte ao ultimo gravado.
       CONFIRMAR-NUMERO-CONTROLO.
           OPEN INPUT FICHEIRO-CONTROLO.
           IF FS-CONTROLO = "00"
              READ FICHEIRO-CONTROLO
                 AT END CONTINUE
                 NOT AT END
                    IF REG-ULTIMO-PEDIDO >= NUMERO-PEDIDO
                       COMPUTE NUMERO-PEDIDO = REG-ULTIMO-PEDIDO + 1
                       DISPLAY NUMERO-PEDIDO AT 0511
                    END-IF
              END-READ
              CLOSE FICHEIRO-CONTROLO
           END-IF.
       GRAVAR-NUMERO-CONTROLO.
           OPEN OUTPUT FICHEIRO-CONTROLO.
           IF FS-CONTROLO = "00"
           MOVE SPACES TO FICHA-NOME.
           MOVE SPACES TO FICHA-MORADA.
           MOVE 0 TO FICHA-NIF.
           MOVE "N" TO FICHA-PRE-PAGAMENTO.
           MOVE CONTACTO-CLIENTE TO REG-CONTACTO-HIST.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF FS-CLIENTES = "00"
                    MOVE REG-CLI-NOME TO FICHA-NOME
                    MOVE REG-CLI-MORADA TO FICHA-MORADA
                    MOVE REG-CLI-NIF TO FICHA-NIF
                    IF REG-CLI-EXIGE-PRE-PAGAMENTO
                       MOVE "S" TO FICHA-PRE-PAGAMENTO
                    END-IF
                    IF FICHA-NOME NOT = SPACES
                       OR FICHA-MORADA NOT = SPACES
                       OR FICHA-NIF NOT = 0
                 MOVE NOME-CLIENTE TO REG-CLI-NOME
                 MOVE MORADA-CLIENTE TO REG-CLI-MORADA
                 MOVE NIF-CLIENTE TO REG-CLI-NIF
                 MOVE 0 TO REG-CLI-FALHAS
                 MOVE "N" TO REG-CLI-PRE-PAGAMENTO
                 WRITE REG-CLIENTE-HIST
              NOT INVALID KEY
                 ADD 1 TO REG-NUM-PEDIDOS-HIST
              DELIMITED BY SIZE INTO HORA-PREVISTA
           END-STRING.
      *-----------------------------------------------------------------
      * Hora prometida ao cliente. Sem agendamento: agora mais o forno
      * das pizzas que ja esperam na fila da cozinha (recebidas ou no
      * forno) e das deste pedido; numa entrega ao domicilio soma-se a
      * viagem da zona. Agendado: promete-se a hora prevista e a
      * cozinha tem de o ter pronto a tempo da viagem. O pedido guarda
      * a hora dada ao cliente (ao balcao ou a porta), a fila da
      * cozinha a hora de pronto e a fila de entrega a hora a porta.
      *-----------------------------------------------------------------
       CALCULAR-HORA-PROMETIDA.
           MOVE 0 TO PIZZAS-NO-PEDIDO.
           PERFORM VARYING IDX-ITEM FROM 1 BY 1
              UNTIL IDX-ITEM > NUM-ITENS
              IF ITEM-TIPO(IDX-ITEM) = 1
                 ADD 1 TO PIZZAS-NO-PEDIDO
              END-IF
           END-PERFORM.
           MOVE 0 TO MINUTOS-VIAGEM.
           IF ENTREGA-DOMICILIO
              IF ZONA-ENTREGA > 0
                 MOVE ZONA-MINUTOS(ZONA-ENTREGA) TO MINUTOS-VIAGEM
              END-IF
              IF MINUTOS-VIAGEM = 0
                 MOVE MINUTOS-ENTREGA-SEM-ZONA TO MINUTOS-VIAGEM
              END-IF
           END-IF.
           IF PEDIDO-AGENDADO = "S"
              MOVE HORA-PREVISTA(1:2) TO HORA-CONVERTIDA-HH
              MOVE HORA-PREVISTA(4:2) TO HORA-CONVERTIDA-MM
              COMPUTE MINUTOS-PROMETIDOS =
                 HORA-CONVERTIDA-HH * 60 + HORA-CONVERTIDA-MM
              IF MINUTOS-PROMETIDOS < MINUTOS-VIAGEM
                 ADD 1440 TO MINUTOS-PROMETIDOS
              END-IF
              COMPUTE MINUTOS-PRONTO =
                 MINUTOS-PROMETIDOS - MINUTOS-VIAGEM
           ELSE
              PERFORM CONTAR-PIZZAS-NA-FILA
              ACCEPT HORA-CALCULO FROM TIME
              MOVE HORA-CALCULO(1:2) TO HORA-CONVERTIDA-HH
              MOVE HORA-CALCULO(3:2) TO HORA-CONVERTIDA-MM
              COMPUTE MINUTOS-PRONTO =
                 HORA-CONVERTIDA-HH * 60 + HORA-CONVERTIDA-MM
                 + (PIZZAS-NA-FILA + PIZZAS-NO-PEDIDO)
                 * MINUTOS-FORNO-PIZZA
              COMPUTE MINUTOS-PROMETIDOS =
                 MINUTOS-PRONTO + MINUTOS-VIAGEM
           END-IF.
           MOVE MINUTOS-PRONTO TO MINUTOS-CONVERTER.
           PERFORM CONVERTER-MINUTOS-HORA.
           MOVE HORA-CONVERTIDA TO HORA-PRONTO-PROMETIDA.
           MOVE MINUTOS-PROMETIDOS TO MINUTOS-CONVERTER.
           PERFORM CONVERTER-MINUTOS-HORA.
           MOVE HORA-CONVERTIDA TO HORA-PROMETIDA.
           IF ENTREGA-DOMICILIO
              DISPLAY "Entrega as:" AT 3301
           ELSE
              DISPLAY "Pronto as:" AT 3301
           END-IF.
           DISPLAY HORA-PROMETIDA FOREGROUND-COLOR 2 HIGHLIGHT AT 3313.
      *    Pizzas a espera do forno ou no forno, de todos os pedidos
      *    ainda por sair da cozinha (agendados retidos nao contam).
       CONTAR-PIZZAS-NA-FILA.
           MOVE 0 TO PIZZAS-NA-FILA.
           MOVE "N" TO FIM-COZINHA.
           OPEN INPUT FICHEIRO-COZINHA.
           IF FS-COZINHA = "00"
              PERFORM UNTIL NAO-HA-MAIS-COZINHA
                 READ FICHEIRO-COZINHA
                    AT END MOVE "S" TO FIM-COZINHA
                    NOT AT END
                       IF (REG-COZ-RECEBIDO OR REG-COZ-FORNO)
                          AND REG-COZ-NUM-PIZZAS NUMERIC
                          ADD REG-COZ-NUM-PIZZAS TO PIZZAS-NA-FILA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHEIRO-COZINHA
           END-IF.
      *    Minutos desde a meia-noite (MINUTOS-CONVERTER) em HH:MM; o
      *    que passa da meia-noite da a volta ao relogio.
       CONVERTER-MINUTOS-HORA.
           DIVIDE MINUTOS-CONVERTER BY 60
              GIVING HORAS-CONVERTIDAS
              REMAINDER HORA-CONVERTIDA-MM.
           DIVIDE HORAS-CONVERTIDAS BY 24
              GIVING HORAS-CONVERTIDAS
              REMAINDER HORA-CONVERTIDA-HH.
           MOVE SPACES TO HORA-CONVERTIDA.
           STRING HORA-CONVERTIDA-HH ":" HORA-CONVERTIDA-MM
              DELIMITED BY SIZE INTO HORA-CONVERTIDA.
      *-----------------------------------------------------------------
      * Fila de entregas ao domicilio (ENTREGAS.DAT).
      *-----------------------------------------------------------------
       GRAVAR-FILA-ENTREGA.
           MOVE NOME-CLIENTE     TO REG-ENT-NOME-CLIENTE.
           MOVE CONTACTO-CLIENTE TO REG-ENT-CONTACTO.
           MOVE MORADA-CLIENTE   TO REG-ENT-MORADA.
      *    O estafeta so cobra o que o vale de oferta nao pagou.
           COMPUTE REG-ENT-TOTAL-FINAL =
              TOTAL-A-PAGAR - VALOR-VALE-PEDIDO.
      *    Um pedido agendado fica retido (A) ate o posto 809 o
      *    libertar quando a hora prevista se aproximar.
           IF PEDIDO-AGENDADO = "S"
           MOVE HORA-PREVISTA    TO REG-ENT-HORA-PREVISTA.
           MOVE ZONA-ENTREGA     TO REG-ENT-ZONA.
           MOVE 0                TO REG-ENT-COD-ESTAFETA.
           MOVE HORA-PROMETIDA   TO REG-ENT-HORA-PROMETIDA.
      *    Um pedido agendado conta no dia previsto, como nos
      *    relatorios: o relatorio de estafetas do 809 filtra por
      *    esta data.
           MOVE SPACES           TO REG-COZ-HORA-ENTREGUE.
           MOVE DATA-PREVISTA    TO REG-COZ-DATA-PREVISTA.
           MOVE HORA-PREVISTA    TO REG-COZ-HORA-PREVISTA.
           MOVE PIZZAS-NO-PEDIDO TO REG-COZ-NUM-PIZZAS.
           MOVE HORA-PRONTO-PROMETIDA TO REG-COZ-HORA-PROMETIDA.
           OPEN EXTEND FICHEIRO-COZINHA.
           IF FS-COZINHA NOT = "00"
              OPEN OUTPUT FICHEIRO-COZINHA
           STRING "Data " DATA-FORMATADA " Hora " HORA-FORMATADA
              DELIMITED BY SIZE INTO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           IF CODIGO-OPERADOR > 0
              MOVE SPACES TO LINHA-RECIBO
              STRING "Atendido por: " NOME-OPERADOR
                 DELIMITED BY SIZE INTO LINHA-RECIBO
              WRITE LINHA-RECIBO
           END-IF.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "Cliente: " NOME-CLIENTE
              DELIMITED BY SIZE INTO LINHA-RECIBO.
              STRING "Agendado para " DATA-PREVISTA " " HORA-PREVISTA
                 DELIMITED BY SIZE INTO LINHA-RECIBO
              WRITE LINHA-RECIBO
           ELSE
              MOVE SPACES TO LINHA-RECIBO
              IF ENTREGA-DOMICILIO
                 STRING "Entrega prevista as " HORA-PROMETIDA
                    DELIMITED BY SIZE INTO LINHA-RECIBO
              ELSE
                 STRING "Pronto previsto as " HORA-PROMETIDA
                    DELIMITED BY SIZE INTO LINHA-RECIBO
              END-IF
              WRITE LINHA-RECIBO
           END-IF.
           PERFORM VARYING IDX-ITEM FROM 1 BY 1
              UNTIL IDX-ITEM > NUM-ITENS
           STRING "TOTAL: " TOTAL-FINAL
              DELIMITED BY SIZE INTO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           IF NUMERO-VALE-PEDIDO > 0
              MOVE SPACES TO LINHA-RECIBO
              MOVE VALOR-VALE-PEDIDO TO TOTAL-PEDIDO-EDIT
              STRING "Pago com vale No " NUMERO-VALE-PEDIDO ": "
                 TOTAL-PEDIDO-EDIT
                 DELIMITED BY SIZE INTO LINHA-RECIBO
              WRITE LINHA-RECIBO
              IF VALOR-VALE-PEDIDO < TOTAL-A-PAGAR
                 MOVE SPACES TO LINHA-RECIBO
                 COMPUTE TOTAL-PEDIDO-EDIT =
                    TOTAL-A-PAGAR - VALOR-VALE-PEDIDO
                 STRING "Resto pago: " TOTAL-PEDIDO-EDIT
                    DELIMITED BY SIZE INTO LINHA-RECIBO
                 WRITE LINHA-RECIBO
              END-IF
              IF POSICAO-VALE > 0
                 MOVE SPACES TO LINHA-RECIBO
                 MOVE VAL-SALDO(POSICAO-VALE) TO SALDO-VALE-EDIT
                 STRING "Saldo do vale: " SALDO-VALE-EDIT
                    DELIMITED BY SIZE INTO LINHA-RECIBO
                 WRITE LINHA-RECIBO
              END-IF
           END-IF.
           CLOSE FICHEIRO-RECIBOS.
       IMPRIMIR-TALAO.
           OPEN EXTEND FICHEIRO-TALOES.
              END-PERFORM
           END-PERFORM.
           CLOSE FICHEIRO-TALOES.
      *-----------------------------------------------------------------
      * Pagamento com vale de oferta: o vale tem de existir, estar
      * ativo com saldo e dentro da validade. Se o saldo nao cobrir o
      * total, o vale paga o que tem e o resto segue por outra forma
      * (que fica como forma de pagamento do pedido). Vale 0 volta a
      * escolha da forma de pagamento.
      *-----------------------------------------------------------------
       ENTRADA-VALE.
           PERFORM CARREGAR-VALES.
           IF VALES-EXCEDIDA = "S"
              DISPLAY "FICHEIRO DE VALES CHEIO - USE OUTRA FORMA"
                 LINE 36 POSITION 01 FOREGROUND-COLOR 4 HIGHLIGHT
              ACCEPT OMITTED AT 3801
              MOVE 0 TO NUMERO-VALE-PEDIDO
              GO TO ENTRADA-VALE-FIM
           END-IF.
       ENTRADA-VALE-NUMERO.
           DISPLAY "Vale No (0=outra forma):" LINE 36 POSITION 01.
           ACCEPT NUMERO-VALE-PROCURADO AT 3626.
           IF NUMERO-VALE-PROCURADO = 0
              MOVE 0 TO NUMERO-VALE-PEDIDO
              GO TO ENTRADA-VALE-FIM
           END-IF.
           PERFORM PROCURAR-VALE.
           IF POSICAO-VALE = 0
              DISPLAY "VALE INEXISTENTE " LINE 36 POSITION 35
              FOREGROUND-COLOR 4 HIGHLIGHT
              GO TO ENTRADA-VALE-NUMERO
           END-IF.
           IF VAL-ESTADO(POSICAO-VALE) NOT = "A"
              OR VAL-SALDO(POSICAO-VALE) = 0
              DISPLAY "VALE SEM SALDO   " LINE 36 POSITION 35
              FOREGROUND-COLOR 4 HIGHLIGHT
              GO TO ENTRADA-VALE-NUMERO
           END-IF.
           IF VAL-VALIDADE(POSICAO-VALE) < DATA-PEDIDO
              DISPLAY "VALE EXPIRADO    " LINE 36 POSITION 35
              FOREGROUND-COLOR 4 HIGHLIGHT
              GO TO ENTRADA-VALE-NUMERO
           END-IF.
           DISPLAY "                 " LINE 36 POSITION 35.
           MOVE NUMERO-VALE-PROCURADO TO NUMERO-VALE-PEDIDO.
           IF VAL-SALDO(POSICAO-VALE) >= TOTAL-A-PAGAR
              MOVE TOTAL-A-PAGAR TO VALOR-VALE-PEDIDO
              GO TO ENTRADA-VALE-FIM
           END-IF.
           MOVE VAL-SALDO(POSICAO-VALE) TO VALOR-VALE-PEDIDO.
       ENTRADA-VALE-RESTO.
           COMPUTE TOTAL-PEDIDO-EDIT =
              TOTAL-A-PAGAR - VALOR-VALE-PEDIDO.
           DISPLAY "Resto:" LINE 36 POSITION 35.
           DISPLAY TOTAL-PEDIDO-EDIT LINE 36 POSITION 42.
           DISPLAY "Forma(1-3):" LINE 36 POSITION 49.
           ACCEPT FORMA-PAGAMENTO AT 3661.
           IF NOT VALIDAR-FORMA-RESTO
              DISPLAY "Forma invalida" LINE 37 POSITION 45
              FOREGROUND-COLOR 4 HIGHLIGHT
              GO TO ENTRADA-VALE-RESTO
           END-IF.
           DISPLAY "              " LINE 37 POSITION 45.
       ENTRADA-VALE-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Debita no vale o valor usado no pedido gravado: le de novo
      * VALES.DAT (outra caixa pode te-lo mexido), desconta o saldo,
      * marca-o usado quando chega a zero, regrava o ficheiro e deixa
      * o movimento de utilizacao em MOVVALES.DAT.
      *-----------------------------------------------------------------
       DEBITAR-VALE.
           MOVE NUMERO-VALE-PEDIDO TO NUMERO-VALE-PROCURADO.
           PERFORM CARREGAR-VALES.
           PERFORM PROCURAR-VALE.
           IF POSICAO-VALE = 0 OR VALES-EXCEDIDA = "S"
              DISPLAY "ERRO AO DEBITAR O VALE EM VALES.DAT!" LINE 18
              POSITION 01 FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
              IF VAL-SALDO(POSICAO-VALE) > VALOR-VALE-PEDIDO
                 SUBTRACT VALOR-VALE-PEDIDO
                    FROM VAL-SALDO(POSICAO-VALE)
              ELSE
                 MOVE 0 TO VAL-SALDO(POSICAO-VALE)
                 MOVE "U" TO VAL-ESTADO(POSICAO-VALE)
              END-IF
              PERFORM GRAVAR-VALES
              MOVE "U"                TO REG-MVV-TIPO
              MOVE VALOR-VALE-PEDIDO  TO REG-MVV-VALOR
              MOVE 0                  TO REG-MVV-FORMA-PAGAMENTO
              MOVE NUMERO-PEDIDO      TO REG-MVV-NUMERO-PEDIDO
              PERFORM GRAVAR-MOVIMENTO-VALE
           END-IF.
       CARREGAR-VALES.
           MOVE 0 TO NUM-VALES.
           MOVE "N" TO VALES-EXCEDIDA.
           MOVE "N" TO FIM-VALES.
           OPEN INPUT FICHEIRO-VALES.
           IF FS-VALES = "00"
              PERFORM LER-VALE
              PERFORM UNTIL NAO-HA-MAIS-VALES
                 IF NUM-VALES < 1000
                    ADD 1 TO NUM-VALES
                    MOVE REG-VALE TO VALE-LINHA(NUM-VALES)
                 ELSE
                    MOVE "S" TO VALES-EXCEDIDA
                 END-IF
                 PERFORM LER-VALE
              END-PERFORM
              CLOSE FICHEIRO-VALES
           END-IF.
       LER-VALE.
           READ FICHEIRO-VALES
              AT END MOVE "S" TO FIM-VALES
           END-READ.
       PROCURAR-VALE.
           MOVE 0 TO POSICAO-VALE.
           PERFORM VARYING IDX-VAL FROM 1 BY 1
              UNTIL IDX-VAL > NUM-VALES OR POSICAO-VALE > 0
              IF VAL-NUMERO(IDX-VAL) = NUMERO-VALE-PROCURADO
                 MOVE IDX-VAL TO POSICAO-VALE
              END-IF
           END-PERFORM.
       GRAVAR-VALES.
           OPEN OUTPUT FICHEIRO-VALES.
           IF FS-VALES = "00"
              PERFORM VARYING IDX-VAL FROM 1 BY 1
                 UNTIL IDX-VAL > NUM-VALES
                 MOVE VALE-LINHA(IDX-VAL) TO REG-VALE
                 WRITE REG-VALE
              END-PERFORM
              CLOSE FICHEIRO-VALES
           ELSE
              DISPLAY "ERRO AO GRAVAR VALES.DAT!" LINE 18
              POSITION 01 FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.
       GRAVAR-MOVIMENTO-VALE.
           MOVE DATA-PEDIDO           TO REG-MVV-DATA.
           MOVE HORA-FORMATADA        TO REG-MVV-HORA.
           MOVE NUMERO-VALE-PROCURADO TO REG-MVV-NUMERO-VALE.
           MOVE CODIGO-OPERADOR       TO REG-MVV-OPERADOR.
           OPEN EXTEND FICHEIRO-MOVVALES.
           IF FS-MOVVALES NOT = "00"
              OPEN OUTPUT FICHEIRO-MOVVALES
           END-IF.
           IF FS-MOVVALES = "00"
              WRITE REG-MOVIMENTO-VALE
              CLOSE FICHEIRO-MOVVALES
           ELSE
              DISPLAY "ERRO AO GRAVAR MOVVALES.DAT!" LINE 18
              POSITION 01 FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.
      *-----------------------------------------------------------------
      * Identificacao do operador no arranque da caixa: codigo e PIN
      * contra as fichas ativas de OPERADORES.DAT; tres tentativas
      * falhadas fecham o programa. Sem fichas ativas a caixa abre
      * como dantes, sem identificacao (operador 00).
      *-----------------------------------------------------------------
       IDENTIFICAR-OPERADOR.
           PERFORM CARREGAR-OPERADORES.
           MOVE 0 TO CODIGO-OPERADOR.
           MOVE SPACES TO NOME-OPERADOR.
           MOVE "G" TO FUNCAO-OPERADOR.
           IF OPERADORES-CARREGADOS = "N"
              GO TO IDENTIFICAR-OPERADOR-FIM
           END-IF.
           MOVE 0 TO TENTATIVAS-OPERADOR.
       IDENTIFICAR-OPERADOR-PIN.
           IF TENTATIVAS-OPERADOR >= 3
              DISPLAY "DEMASIADAS TENTATIVAS - ACESSO RECUSADO."
              LINE 21 POSITION 01 FOREGROUND-COLOR 4 HIGHLIGHT
              ACCEPT OMITTED AT 3801
              STOP RUN
           END-IF.
           DISPLAY "Codigo de operador:" LINE 18 POSITION 01.
           DISPLAY "PIN:" LINE 19 POSITION 01.
           ACCEPT CODIGO-OPERADOR AT 1821.
           ACCEPT PIN-TENTATIVA AT 1921 WITH SECURE.
           IF CODIGO-OPERADOR < 1 OR CODIGO-OPERADOR > 20
              ADD 1 TO TENTATIVAS-OPERADOR
              DISPLAY "CODIGO OU PIN ERRADO!" LINE 20 POSITION 01
              FOREGROUND-COLOR 4 HIGHLIGHT
              GO TO IDENTIFICAR-OPERADOR-PIN
           END-IF.
           IF MOP-NOME(CODIGO-OPERADOR) = SPACES
              OR MOP-ATIVO(CODIGO-OPERADOR) NOT = "S"
              OR MOP-PIN(CODIGO-OPERADOR) NOT = PIN-TENTATIVA
              ADD 1 TO TENTATIVAS-OPERADOR
              DISPLAY "CODIGO OU PIN ERRADO!" LINE 20 POSITION 01
              FOREGROUND-COLOR 4 HIGHLIGHT
              GO TO IDENTIFICAR-OPERADOR-PIN
           END-IF.
           MOVE MOP-NOME(CODIGO-OPERADOR) TO NOME-OPERADOR.
           MOVE MOP-FUNCAO(CODIGO-OPERADOR) TO FUNCAO-OPERADOR.
           DISPLAY "                         " LINE 18 POSITION 01.
           DISPLAY "                         " LINE 19 POSITION 01.
           DISPLAY "                         " LINE 20 POSITION 01.
       IDENTIFICAR-OPERADOR-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Carrega OPERADORES.DAT na tabela por codigo 01..20; so conta
      * como havendo fichas se pelo menos uma estiver ativa.
      *-----------------------------------------------------------------
       CARREGAR-OPERADORES.
           MOVE "N" TO OPERADORES-CARREGADOS.
           MOVE "N" TO FIM-OPERADORES.
           PERFORM VARYING IDX-OPR FROM 1 BY 1 UNTIL IDX-OPR > 20
              MOVE SPACES TO MOP-NOME(IDX-OPR)
              MOVE 0 TO MOP-PIN(IDX-OPR)
              MOVE SPACES TO MOP-FUNCAO(IDX-OPR)
              MOVE "N" TO MOP-ATIVO(IDX-OPR)
           END-PERFORM.
           OPEN INPUT FICHEIRO-OPERADORES.
           IF FS-OPERADORES = "00"
              PERFORM LER-OPERADOR
              PERFORM UNTIL NAO-HA-MAIS-OPERADORES
                 IF REG-OPR-CODIGO >= 1 AND REG-OPR-CODIGO <= 20
                    MOVE REG-OPR-FICHA
                       TO MESTRE-OPERADOR(REG-OPR-CODIGO)
                    IF REG-OPR-NOME NOT = SPACES
                       AND REG-OPR-NO-ATIVO
                       MOVE "S" TO OPERADORES-CARREGADOS
                    END-IF
                 END-IF
                 PERFORM LER-OPERADOR
              END-PERFORM
              CLOSE FICHEIRO-OPERADORES
           END-IF.
       LER-OPERADOR.
           READ FICHEIRO-OPERADORES
              AT END MOVE "S" TO FIM-OPERADORES
           END-READ.
           END PROGRAM 807_PIZZARIA_RAMALHO.
