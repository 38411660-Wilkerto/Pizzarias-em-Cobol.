      *          falhadas, o tempo na rua, as diferencas de dinheiro
      *          e a comissao a pagar. Sem ficheiro de fichas, a
      *          atribuicao aceita o nome escrito como dantes.
      *          Uma entrega fechada como falhada pede o motivo
      *          (ninguem em casa, recusada, morada errada) e grava
      *          logo o estorno ("A") do pedido em PEDIDOS.DAT com
      *          esse motivo, o registo em AUDITORIA.DAT e as pizzas
      *          devolvidas como quebra em QUEBRAS.DAT (o stock ja
      *          saiu na venda e nao volta); a ficha do cliente em
      *          CLIENTES.DAT conta a falha e, a partir de
      *          LIMITE-FALHAS, fica marcada para pre-pagamento.
      *          Se o pedido falhado foi pago com vale de oferta, o
      *          valor volta ao saldo do vale.
      *          A lista de pendentes mostra a hora de chegada
      *          prometida ao cliente pelo 807.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-ESTAFETAS ASSIGN TO "ESTAFETAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ESTAFETAS.
           SELECT FICHEIRO-PEDIDOS ASSIGN TO "PEDIDOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CONTACTO-HIST
               FILE STATUS IS FS-CLIENTES.
           SELECT FICHEIRO-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT FICHEIRO-QUEBRAS ASSIGN TO "QUEBRAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-QUEBRAS.
           SELECT FICHEIRO-VALES ASSIGN TO "VALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VALES.
           SELECT FICHEIRO-MOVVALES ASSIGN TO "MOVVALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVVALES.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-ENTREGAS.
           COPY PRECO.
       FD  FICHEIRO-ESTAFETAS.
           COPY ESTAFETA.
       FD  FICHEIRO-PEDIDOS.
           COPY PEDIDO.
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.
       FD  FICHEIRO-AUDITORIA.
           COPY AUDITORIA.
       FD  FICHEIRO-VALES.
           COPY VALE.
       FD  FICHEIRO-MOVVALES.
           COPY MOVVALE.
       FD  FICHEIRO-QUEBRAS.
           COPY QUEBRA.
       WORKING-STORAGE SECTION.
       77 FS-ENTREGAS               PIC XX.
       77 FIM-FICHEIRO              PIC X VALUE "N".
       77 TOTAL-EST-EDIT            PIC ZZZZ9.99.
       77 DIFERENCA-ESTAFETA        PIC S9(05)V9(02).
       77 DIFERENCA-EDIT            PIC +ZZZZ9.99.
       77 FS-PEDIDOS                PIC XX.
       77 FS-CLIENTES               PIC XX.
       77 FS-AUDITORIA              PIC XX.
       77 FS-QUEBRAS                PIC XX.
       77 FIM-PEDIDOS               PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS   VALUE "S".
       77 PEDIDO-ENCONTRADO         PIC X VALUE "N".
       77 JA-ANULADO                PIC X VALUE "N".
       77 MOTIVO-FALHA              PIC 9.
           88 VALIDAR-MOTIVO-FALHA  VALUES 1 THRU 3.
       77 LIMITE-FALHAS             PIC 9(02) VALUE 2.
       77 QUEBRAS-GRAVADAS          PIC 9(03).
       77 IDX-ITEM                  PIC 9(02).
       77 IDX-ING                   PIC 9(02).
       01  PEDIDO-ORIGINAL          PIC X(345).
       77 FS-VALES                  PIC XX.
       77 FS-MOVVALES               PIC XX.
       77 FIM-VALES                 PIC X VALUE "N".
           88 NAO-HA-MAIS-VALES     VALUE "S".
       77 VALES-EXCEDIDA            PIC X VALUE "N".
       77 NUM-VALES                 PIC 9(04) VALUE 0.
       77 IDX-VAL                   PIC 9(04).
       77 POSICAO-VALE              PIC 9(04) VALUE 0.
       77 NUMERO-VALE-PROCURADO     PIC 9(06).
       77 SALDO-VALE-EDIT           PIC ZZZZ9.99.
       01  TABELA-VALES.
           05 VALE-LINHA OCCURS 1000 TIMES.
               10 VAL-NUMERO        PIC 9(06).
               10 VAL-DATA-EMISSAO  PIC 9(08).
               10 VAL-VALOR-FACIAL  PIC 9(05)V9(02).
               10 VAL-SALDO         PIC 9(05)V9(02).
               10 VAL-VALIDADE      PIC 9(08).
               10 VAL-ESTADO        PIC X(01).
       01  TABELA-MOTIVOS-DADOS.
           05 FILLER PIC X(20) VALUE "NINGUEM EM CASA     ".
           05 FILLER PIC X(20) VALUE "RECUSADA            ".
           05 FILLER PIC X(20) VALUE "MORADA ERRADA       ".
       01  TABELA-MOTIVOS REDEFINES TABELA-MOTIVOS-DADOS.
           05 NOME-MOTIVO-FALHA     PIC X(20) OCCURS 3 TIMES.
      *-----------------------------------------------------------------
      * Fila de entregas carregada em memoria: o ficheiro e sequencial,
      * por isso cada alteracao regrava o ficheiro completo.
               10 ENT-ZONA          PIC 9.
               10 ENT-COD-ESTAFETA  PIC 9(02).
               10 ENT-DATA          PIC 9(08).
               10 ENT-HORA-PROMETIDA PIC X(05).
      *-----------------------------------------------------------------
      * Ficha de estafetas em memoria (ESTAFETAS.DAT e sequencial,
      * um registo por codigo 01..20, regravado por inteiro; um nome
                       " Saida: " ENT-HORA-SAIDA(IDX-ENT)
                 END-IF
                 DISPLAY "     Morada: " ENT-MORADA(IDX-ENT)
                 IF ENT-HORA-PROMETIDA(IDX-ENT) NOT = SPACES
                    DISPLAY "     Prometida a porta as "
                       ENT-HORA-PROMETIDA(IDX-ENT)
                 END-IF
              END-IF
           END-PERFORM.
           IF PENDENTES-EM-ABERTO = 0
                 DISPLAY "ENTREGA NAO SAIU AINDA OU JA FOI FECHADA."
              ELSE
                 PERFORM LER-RESULTADO-ENTREGA
                 IF NOT RESULTADO-ENTREGUE
                    PERFORM LER-MOTIVO-FALHA
                 END-IF
                 DISPLAY "Dinheiro trazido (999.99): " WITH NO ADVANCING
                 ACCEPT DINHEIRO-RECEBIDO
                 PERFORM PEGAR-HORA
                 PERFORM GRAVAR-ENTREGAS
                 DISPLAY "ENTREGA " NUMERO-PROCURADO " FECHADA ("
                    ENT-ESTADO(POSICAO-ENCONTRADA) ")."
                 IF NOT RESULTADO-ENTREGUE
                    PERFORM REGISTAR-ENTREGA-FALHADA
                 END-IF
              END-IF
           END-IF.
       LER-RESULTADO-ENTREGA.
              DISPLAY "DIGITE E OU F!"
              GO TO LER-RESULTADO-ENTREGA
           END-IF.
       LER-MOTIVO-FALHA.
           DISPLAY "Motivo (1-Ninguem em casa,2-Recusada,"
              "3-Morada errada): " WITH NO ADVANCING.
           ACCEPT MOTIVO-FALHA.
           IF NOT VALIDAR-MOTIVO-FALHA
              DISPLAY "DIGITE 1, 2 OU 3!"
              GO TO LER-MOTIVO-FALHA
           END-IF.
      *-----------------------------------------------------------------
      * Entrega falhada: o pedido deixa de ser venda sem ninguem ter
      * de correr o 812. Estorno com o motivo, auditoria e quebra das
      * pizzas devolvidas, como na anulacao supervisionada; so o
      * movimento em aberto (PEDIDOS.DAT) e estornado, e um pedido
      * ja anulado nao leva segundo estorno. A falha conta sempre na
      * ficha do cliente.
      *-----------------------------------------------------------------
       REGISTAR-ENTREGA-FALHADA.
           PERFORM PROCURAR-PEDIDO-FALHADO.
           IF PEDIDO-ENCONTRADO = "N"
              DISPLAY "PEDIDO " NUMERO-PROCURADO " JA NAO ESTA NO "
                 "MOVIMENTO DO DIA - ESTORNO NAO GRAVADO."
           ELSE
              IF JA-ANULADO = "S"
                 DISPLAY "PEDIDO " NUMERO-PROCURADO " JA TINHA SIDO "
                    "ANULADO - SEM NOVO ESTORNO."
              ELSE
                 PERFORM GRAVAR-ESTORNO-FALHA
                 IF FS-PEDIDOS = "00"
                    PERFORM GRAVAR-AUDITORIA-FALHA
                    PERFORM GRAVAR-QUEBRAS-FALHA
                    IF REG-VALOR-VALE > 0
                       PERFORM REPOR-VALE
                    END-IF
                    DISPLAY "PEDIDO " NUMERO-PROCURADO " ESTORNADO ("
                       NOME-MOTIVO-FALHA(MOTIVO-FALHA) "), "
                       QUEBRAS-GRAVADAS " INGREDIENTE(S) EM QUEBRA."
                 END-IF
              END-IF
           END-IF.
           PERFORM ASSINALAR-CLIENTE-FALHA.
      *-----------------------------------------------------------------
      * Procura no movimento do dia a venda original e verifica se ja
      * existe estorno para o mesmo numero (mesma regra do 812).
      *-----------------------------------------------------------------
       PROCURAR-PEDIDO-FALHADO.
           MOVE "N" TO PEDIDO-ENCONTRADO.
           MOVE "N" TO JA-ANULADO.
           MOVE "N" TO FIM-PEDIDOS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF FS-PEDIDOS = "00"
              PERFORM LER-PEDIDO
              PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
                 IF REG-NUMERO-PEDIDO = NUMERO-PROCURADO
                    IF REG-REGISTO-ANULACAO
                       MOVE "S" TO JA-ANULADO
                    ELSE
                       MOVE "S" TO PEDIDO-ENCONTRADO
                       MOVE REG-PEDIDO TO PEDIDO-ORIGINAL
                    END-IF
                 END-IF
                 PERFORM LER-PEDIDO
              END-PERFORM
              CLOSE FICHEIRO-PEDIDOS
           END-IF.
       LER-PEDIDO.
           READ FICHEIRO-PEDIDOS
              AT END MOVE "S" TO FIM-PEDIDOS
           END-READ.
      *-----------------------------------------------------------------
      * Estorno: copia fiel da venda com o tipo "A" e o motivo da
      * falha, para os relatorios descontarem o que a venda somou.
      *-----------------------------------------------------------------
       GRAVAR-ESTORNO-FALHA.
           MOVE PEDIDO-ORIGINAL TO REG-PEDIDO.
           MOVE "A" TO REG-TIPO-REGISTO.
           MOVE MOTIVO-FALHA TO REG-MOTIVO-ANULACAO.
           OPEN EXTEND FICHEIRO-PEDIDOS.
           IF FS-PEDIDOS NOT = "00"
              DISPLAY "ERRO AO GRAVAR O ESTORNO EM PEDIDOS.DAT! "
                 "ANULE O PEDIDO NO 812."
           ELSE
              WRITE REG-PEDIDO
              CLOSE FICHEIRO-PEDIDOS
           END-IF.
       GRAVAR-AUDITORIA-FALHA.
           MOVE PEDIDO-ORIGINAL TO REG-PEDIDO.
           MOVE REG-NUMERO-PEDIDO TO REG-AUD-NUMERO-PEDIDO.
           MOVE DATA-SISTEMA TO REG-AUD-DATA.
           MOVE HORA-FORMATADA TO REG-AUD-HORA.
           MOVE "EXPEDICAO" TO REG-AUD-SUPERVISOR.
           MOVE SPACES TO REG-AUD-MOTIVO.
           STRING "ENTREGA FALHADA - " NOME-MOTIVO-FALHA(MOTIVO-FALHA)
              DELIMITED BY SIZE INTO REG-AUD-MOTIVO.
           MOVE REG-TOTAL-FINAL TO REG-AUD-TOTAL.
           MOVE MOTIVO-FALHA TO REG-AUD-MOTIVO-CODIGO.
           MOVE 0 TO REG-AUD-OPERADOR.
           OPEN EXTEND FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA NOT = "00"
              OPEN OUTPUT FICHEIRO-AUDITORIA
           END-IF.
           IF FS-AUDITORIA NOT = "00"
              DISPLAY "ERRO AO GRAVAR AUDITORIA.DAT!"
           ELSE
              WRITE REG-AUDITORIA
              CLOSE FICHEIRO-AUDITORIA
           END-IF.
      *-----------------------------------------------------------------
      * Pedido pago (no todo ou em parte) com vale de oferta: o valor
      * volta ao saldo do vale, que fica de novo ativo, e a reposicao
      * fica em MOVVALES.DAT.
      *-----------------------------------------------------------------
       REPOR-VALE.
           MOVE PEDIDO-ORIGINAL TO REG-PEDIDO.
           MOVE REG-VALE-NUMERO TO NUMERO-VALE-PROCURADO.
           PERFORM CARREGAR-VALES.
           PERFORM PROCURAR-VALE.
           IF POSICAO-VALE = 0 OR VALES-EXCEDIDA = "S"
              DISPLAY "VALE " NUMERO-VALE-PROCURADO " NAO REPOSTO EM "
                 "VALES.DAT - CORRIJA NO 823."
           ELSE
              ADD REG-VALOR-VALE TO VAL-SALDO(POSICAO-VALE)
              MOVE "A" TO VAL-ESTADO(POSICAO-VALE)
              PERFORM GRAVAR-VALES
              MOVE "R"               TO REG-MVV-TIPO
              MOVE DATA-SISTEMA      TO REG-MVV-DATA
              MOVE HORA-FORMATADA    TO REG-MVV-HORA
              MOVE NUMERO-VALE-PROCURADO TO REG-MVV-NUMERO-VALE
              MOVE REG-VALOR-VALE    TO REG-MVV-VALOR
              MOVE 0                 TO REG-MVV-FORMA-PAGAMENTO
              MOVE REG-NUMERO-PEDIDO TO REG-MVV-NUMERO-PEDIDO
              MOVE 0                 TO REG-MVV-OPERADOR
              OPEN EXTEND FICHEIRO-MOVVALES
              IF FS-MOVVALES NOT = "00"
                 OPEN OUTPUT FICHEIRO-MOVVALES
              END-IF
              IF FS-MOVVALES NOT = "00"
                 DISPLAY "ERRO AO GRAVAR MOVVALES.DAT!"
              ELSE
                 WRITE REG-MOVIMENTO-VALE
                 CLOSE FICHEIRO-MOVVALES
              END-IF
              MOVE VAL-SALDO(POSICAO-VALE) TO SALDO-VALE-EDIT
              DISPLAY "VALE " NUMERO-VALE-PROCURADO " REPOSTO - SALDO: "
                 SALDO-VALE-EDIT
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
              DISPLAY "ERRO AO GRAVAR VALES.DAT!"
           END-IF.
      *-----------------------------------------------------------------
      * Quebra das pizzas devolvidas: uma unidade por ingrediente de
      * cada pizza do pedido, o mesmo que o 807 tirou ao stock.
      *-----------------------------------------------------------------
       GRAVAR-QUEBRAS-FALHA.
           MOVE 0 TO QUEBRAS-GRAVADAS.
           MOVE PEDIDO-ORIGINAL TO REG-PEDIDO.
           OPEN EXTEND FICHEIRO-QUEBRAS.
           IF FS-QUEBRAS NOT = "00"
              OPEN OUTPUT FICHEIRO-QUEBRAS
           END-IF.
           IF FS-QUEBRAS NOT = "00"
              DISPLAY "ERRO AO GRAVAR QUEBRAS.DAT!"
           ELSE
              PERFORM VARYING IDX-ITEM FROM 1 BY 1
                 UNTIL IDX-ITEM > REG-NUM-ITENS OR IDX-ITEM > 5
                 IF REG-ITEM-PIZZA(IDX-ITEM)
                    PERFORM GRAVAR-QUEBRAS-ITEM
                 END-IF
              END-PERFORM
              CLOSE FICHEIRO-QUEBRAS
           END-IF.
       GRAVAR-QUEBRAS-ITEM.
           PERFORM VARYING IDX-ING FROM 1 BY 1
              UNTIL IDX-ING > REG-ITEM-NUM-INGR(IDX-ITEM)
                 OR IDX-ING > 10
              IF REG-ITEM-INGR(IDX-ITEM, IDX-ING) > 0
                 AND REG-ITEM-INGR(IDX-ITEM, IDX-ING) <= 10
                 MOVE DATA-SISTEMA TO REG-QBR-DATA
                 MOVE HORA-FORMATADA TO REG-QBR-HORA
                 MOVE REG-ITEM-INGR(IDX-ITEM, IDX-ING)
                    TO REG-QBR-INGREDIENTE
                 MOVE 1 TO REG-QBR-QUANTIDADE
                 MOVE 4 TO REG-QBR-MOTIVO
                 MOVE REG-NUMERO-PEDIDO TO REG-QBR-NUMERO-PEDIDO
                 WRITE REG-QUEBRA
                 ADD 1 TO QUEBRAS-GRAVADAS
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Conta a falha na ficha do cliente e, a partir do limite,
      * marca-a para o balcao pedir pre-pagamento no proximo pedido.
      *-----------------------------------------------------------------
       ASSINALAR-CLIENTE-FALHA.
           OPEN I-O FICHEIRO-CLIENTES.
           IF FS-CLIENTES = "00"
              MOVE ENT-CONTACTO(POSICAO-ENCONTRADA)
                 TO REG-CONTACTO-HIST
              READ FICHEIRO-CLIENTES
                 INVALID KEY
                    DISPLAY "CONTACTO SEM FICHA - FALHA NAO CONTADA."
                 NOT INVALID KEY
                    IF REG-CLI-FALHAS < 99
                       ADD 1 TO REG-CLI-FALHAS
                    END-IF
                    IF REG-CLI-FALHAS >= LIMITE-FALHAS
                       MOVE "S" TO REG-CLI-PRE-PAGAMENTO
                       DISPLAY "CLIENTE COM " REG-CLI-FALHAS
                          " ENTREGAS FALHADAS - MARCADO PARA "
                          "PRE-PAGAMENTO."
                    END-IF
                    REWRITE REG-CLIENTE-HIST
              END-READ
              CLOSE FICHEIRO-CLIENTES
           END-IF.
      *-----------------------------------------------------------------
      * Reconciliacao do fecho: dinheiro por estafeta contra o total
      * esperado das entregas fechadas, e lista do que esta em aberto.
