      *            no movimento em aberto;
      *          - cada registo de ENTREGAS.DAT com pedido existente;
      *          - indice CLIENTES.DAT legivel, com reconstrucao a
      *            partir do historico de pedidos se estiver corrupto
      *            (as entregas falhadas contam-se pelos estornos do
      *            809 e o aviso de pre-pagamento e reposto; os
      *            pedidos anonimizados pelo 828, com contacto 0,
      *            nao entram na reconstrucao).
      *          Sem erros grava ABERTURA.DAT para o dia util; com
      *          erros lista-os e so abre com assinatura do
      *          responsavel. 807 recusa abrir a caixa sem ABERTURA
      *          do proprio dia.
      *          Chamado pela corrida da noite (824) nao pergunta
      *          nada: nao reconstroi CLIENTES.DAT nem abre com
      *          assinatura - com erros o passo fica em erro e a
      *          verificacao tem de ser corrida a mao de manha.
      *          Devolve os registos verificados em LOTE.CPY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 FIM-FICHEIRO              PIC X VALUE "N".
           88 NAO-HA-MAIS-REGISTOS  VALUE "S".
       77 ERROS-ENCONTRADOS         PIC 9(03) VALUE 0.
       77 REGISTOS-VERIFICADOS      PIC 9(07) VALUE 0.
       77 DATA-SISTEMA              PIC 9(08).
       77 DATA-ABERTURA-DIA         PIC 9(08).
       77 ULTIMA-DATA-FECHADA       PIC 9(08) VALUE 0.
       77 NUM-CLIENTES              PIC 9(03) VALUE 0.
       77 POSICAO-CLIENTE           PIC 9(03).
       77 CONTAGEM-EDIT             PIC ZZZZ9.
       77 LIMITE-FALHAS             PIC 9(02) VALUE 2.
       77 DIAS-NO-MES               PIC 9(02).
       77 ANO-QUOCIENTE             PIC 9(04).
       77 ANO-RESTO                 PIC 9(04).
               10 CLI-REC-NOME      PIC X(30).
               10 CLI-REC-MORADA    PIC X(40).
               10 CLI-REC-NIF       PIC 9(09).
               10 CLI-REC-FALHAS    PIC 9(02).
       01  CLI-REC-TROCA.
           05 CLI-TROCA-CONTACTO    PIC 9(09).
           05 CLI-TROCA-PEDIDOS     PIC 9(05).
           05 CLI-TROCA-NOME        PIC X(30).
           05 CLI-TROCA-MORADA      PIC X(40).
           05 CLI-TROCA-NIF         PIC 9(09).
           05 CLI-TROCA-FALHAS      PIC 9(02).
           COPY LOTE.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           PERFORM VERIFICAR-ENTREGAS.
           PERFORM VERIFICAR-CLIENTES.
           PERFORM CONCLUIR.
           MOVE REGISTOS-VERIFICADOS TO LOTE-LIDOS.
           MOVE SPACES TO LOTE-MENSAGEM.
           IF ERROS-ENCONTRADOS = 0
              MOVE 1 TO LOTE-GRAVADOS
              MOVE "F" TO LOTE-ESTADO
              STRING "SEM ERROS - ABERTURA PARA "
                 DATA-ABERTURA-DIA
                 DELIMITED BY SIZE INTO LOTE-MENSAGEM
           ELSE
              MOVE 0 TO LOTE-GRAVADOS
              MOVE "E" TO LOTE-ESTADO
              MOVE ERROS-ENCONTRADOS TO CONTAGEM-EDIT
              STRING CONTAGEM-EDIT " ERRO(S) - CAIXA NAO ABERTA"
                 DELIMITED BY SIZE INTO LOTE-MENSAGEM
           END-IF.
           GOBACK.
      *-----------------------------------------------------------------
      * Dia util: hoje, ou o dia seguinte ao ultimo fecho se o fecho
      * de hoje ja foi corrido (mesma regra de 807).
           ELSE
              PERFORM LER-PEDIDO
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 ADD 1 TO REGISTOS-VERIFICADOS
                 IF REG-NUMERO-PEDIDO > MAIOR-NUMERO
                    MOVE REG-NUMERO-PEDIDO TO MAIOR-NUMERO
                 END-IF
           IF FS-HISTORICO = "00"
              PERFORM LER-HISTORICO
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 ADD 1 TO REGISTOS-VERIFICADOS
                 IF HIS-NUMERO-PEDIDO > MAIOR-NUMERO
                    MOVE HIS-NUMERO-PEDIDO TO MAIOR-NUMERO
                 END-IF
           IF FS-ENTREGAS = "00"
              PERFORM LER-ENTREGA
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 ADD 1 TO REGISTOS-VERIFICADOS
                 PERFORM PROCURAR-PEDIDO-DA-ENTREGA
                 IF ENCONTRADO = "N"
                    ADD 1 TO ERROS-ENCONTRADOS
              ADD 1 TO ERROS-ENCONTRADOS
              DISPLAY "ERRO: CLIENTES.DAT ILEGIVEL (FS=" FS-CLIENTES
                 ")"
              IF LOTE-NOTURNO
                 DISPLAY "RECONSTRUCAO NAO FEITA NA CORRIDA DA NOITE - "
                    "CORRA O 815 A MAO."
              ELSE
                 PERFORM OFERECER-RECONSTRUCAO
              END-IF
           END-IF.
       OFERECER-RECONSTRUCAO.
           DISPLAY "RECONSTRUIR CLIENTES.DAT A PARTIR DO HISTORICO "
              PERFORM LER-HISTORICO
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 MOVE HIS-PEDIDO TO REG-PEDIDO
                 PERFORM CONTAR-CLIENTE THRU CONTAR-CLIENTE-FIM
                 PERFORM LER-HISTORICO
              END-PERFORM
              CLOSE FICHEIRO-HISTORICO
           IF FS-PEDIDOS = "00"
              PERFORM LER-PEDIDO
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 PERFORM CONTAR-CLIENTE THRU CONTAR-CLIENTE-FIM
                 PERFORM LER-PEDIDO
              END-PERFORM
              CLOSE FICHEIRO-PEDIDOS
                    MOVE CLI-REC-NOME(IDX-CLI) TO REG-CLI-NOME
                    MOVE CLI-REC-MORADA(IDX-CLI) TO REG-CLI-MORADA
                    MOVE CLI-REC-NIF(IDX-CLI) TO REG-CLI-NIF
                    MOVE CLI-REC-FALHAS(IDX-CLI) TO REG-CLI-FALHAS
                    IF CLI-REC-FALHAS(IDX-CLI) >= LIMITE-FALHAS
                       MOVE "S" TO REG-CLI-PRE-PAGAMENTO
                    ELSE
                       MOVE "N" TO REG-CLI-PRE-PAGAMENTO
                    END-IF
                    WRITE REG-CLIENTE-HIST
                 END-IF
              END-PERFORM
                 " CONTACTOS)."
           END-IF.
       CONTAR-CLIENTE.
      *    Um pedido anonimizado pelo 828 fica com contacto 0 e nao
      *    pode voltar a dar ficha de cliente (o pedido retido ainda
      *    leva nome, morada e NIF da fatura).
           IF REG-CONTACTO-CLIENTE = 0
              GO TO CONTAR-CLIENTE-FIM
           END-IF.
           MOVE 0 TO POSICAO-CLIENTE.
           PERFORM VARYING IDX-CLI FROM 1 BY 1
              UNTIL IDX-CLI > NUM-CLIENTES
              MOVE SPACES TO CLI-REC-NOME(POSICAO-CLIENTE)
              MOVE SPACES TO CLI-REC-MORADA(POSICAO-CLIENTE)
              MOVE 0 TO CLI-REC-NIF(POSICAO-CLIENTE)
              MOVE 0 TO CLI-REC-FALHAS(POSICAO-CLIENTE)
           END-IF.
      *    A ficha reconstruida fica com os dados do pedido mais
      *    recente que os trouxe (sem apagar com campos vazios).
                 IF CLI-REC-PEDIDOS(POSICAO-CLIENTE) > 0
                    SUBTRACT 1 FROM CLI-REC-PEDIDOS(POSICAO-CLIENTE)
                 END-IF
                 IF REG-ENTREGA-FALHADA
                    AND CLI-REC-FALHAS(POSICAO-CLIENTE) < 99
                    ADD 1 TO CLI-REC-FALHAS(POSICAO-CLIENTE)
                 END-IF
              ELSE
                 ADD 1 TO CLI-REC-PEDIDOS(POSICAO-CLIENTE)
              END-IF
           END-IF.
       CONTAR-CLIENTE-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Ordena os clientes por contacto (o WRITE em OUTPUT de um
      * ficheiro indexado exige chaves ascendentes).
              MOVE ERROS-ENCONTRADOS TO CONTAGEM-EDIT
              DISPLAY "VERIFICACAO COM" CONTAGEM-EDIT " ERRO(S) - "
                 "A CAIXA NAO ABRE SEM ASSINATURA DO RESPONSAVEL."
              IF LOTE-NOTURNO
                 MOVE SPACES TO ASSINATURA
              ELSE
                 DISPLAY "Assinatura para abrir mesmo assim "
                    "(vazio = nao abre): " WITH NO ADVANCING
                 ACCEPT ASSINATURA
              END-IF
              IF ASSINATURA = SPACES
                 DISPLAY "CAIXA NAO ABERTA. CORRIJA OS ERROS E "
                    "VOLTE A CORRER A VERIFICACAO."
