      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de atrasos - compara as horas prometidas
      *          pelo 807 ao gravar o pedido com as horas reais: na
      *          fila da cozinha (COZINHA.DAT) a hora prometida de
      *          pronto contra REG-COZ-HORA-PRONTO, na fila de entrega
      *          (ENTREGAS.DAT) a hora prometida a porta contra
      *          REG-ENT-HORA-FECHO das entregas feitas. Um pedido
      *          conta como atrasado quando passa a hora prometida
      *          mais de MINUTOS-TOLERANCIA. Lista os atrasados e
      *          resume por zona de entrega (ZON1..ZON9 de PRECOS.DAT),
      *          por estafeta e pela banda horaria da hora prometida
      *          (as bandas do 813). Os registos da cozinha entregues
      *          em dias anteriores sao limpos pelo 817 ao arrancar;
      *          o relatorio tira-se no proprio dia, antes de o posto
      *          da cozinha voltar a abrir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 829_PIZZARIA_ATRASOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-COZINHA ASSIGN TO "COZINHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-COZINHA.
           SELECT FICHEIRO-ENTREGAS ASSIGN TO "ENTREGAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ENTREGAS.
           SELECT FICHEIRO-PRECOS ASSIGN TO "PRECOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRC-CODIGO
               FILE STATUS IS FS-PRECOS.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-COZINHA.
           COPY COZINHA.
       FD  FICHEIRO-ENTREGAS.
           COPY ENTREGA.
       FD  FICHEIRO-PRECOS.
           COPY PRECO.
       WORKING-STORAGE SECTION.
       77 FS-COZINHA                PIC XX.
       77 FS-ENTREGAS               PIC XX.
       77 FS-PRECOS                 PIC XX.
       77 FIM-COZINHA               PIC X VALUE "N".
           88 NAO-HA-MAIS-COZINHA   VALUE "S".
       77 FIM-ENTREGAS              PIC X VALUE "N".
           88 NAO-HA-MAIS-ENTREGAS  VALUE "S".
       77 FIM-PRECOS                PIC X VALUE "N".
           88 NAO-HA-MAIS-PRECOS    VALUE "S".
      *    Minutos alem da hora prometida ainda aceites como a tempo.
       77 MINUTOS-TOLERANCIA        PIC 9(02) VALUE 5.
       77 DATA-RELATORIO            PIC 9(08) VALUE 0.
       77 DATA-EFETIVA              PIC 9(08).
       77 ZONA-NUM                  PIC 9.
       77 IDX-ZONA                  PIC 9(02).
       77 IDX-ESTAFETA              PIC 9(02).
       77 IDX-PROCURA               PIC 9(02).
       77 NUM-ESTAFETAS             PIC 9(02) VALUE 0.
       77 IDX-BANDA                 PIC 9(01).
       77 BANDA-HORARIA             PIC 9(01).
       77 HORA-PROMETIDA-NUM        PIC 9(02).
       77 HORA-REAL                 PIC X(08).
       77 HORA-PROMETIDA            PIC X(05).
       77 MINUTOS-REAIS             PIC 9(04).
       77 MINUTOS-PROMETIDOS        PIC 9(04).
       77 MINUTOS-ATRASO            PIC S9(05).
       77 HORA-HH                   PIC 9(02).
       77 HORA-MM                   PIC 9(02).
       77 MEDIA-ATRASO              PIC 9(04).
       77 COZ-VERIFICADOS           PIC 9(05) VALUE 0.
       77 COZ-ATRASADOS             PIC 9(05) VALUE 0.
       77 COZ-SEM-PROMESSA          PIC 9(05) VALUE 0.
       77 COZ-MINUTOS-ATRASO        PIC 9(07) VALUE 0.
       77 ENT-VERIFICADAS           PIC 9(05) VALUE 0.
       77 ENT-ATRASADAS             PIC 9(05) VALUE 0.
       77 ENT-SEM-PROMESSA          PIC 9(05) VALUE 0.
       77 ENT-MINUTOS-ATRASO        PIC 9(07) VALUE 0.
       77 CONTAGEM-EDIT             PIC ZZZZ9.
       77 ATRASADOS-EDIT            PIC ZZZZ9.
       77 ATRASO-EDIT               PIC -ZZZ9.
       77 MEDIA-EDIT                PIC ZZZ9.
       77 PEDIDO-EDIT               PIC ZZZ9.
      *-----------------------------------------------------------------
      * Resumo por zona de entrega (posicao 1 = sem zona, 2..10 =
      * ZON1..ZON9) com o nome do bairro carregado de PRECOS.DAT.
      *-----------------------------------------------------------------
       01  TABELA-ZONAS.
           05 ZONA-LINHA OCCURS 10 TIMES.
               10 ZONA-NOME         PIC X(11).
               10 ZONA-VERIFICADAS  PIC 9(05).
               10 ZONA-ATRASADAS    PIC 9(05).
               10 ZONA-MINUTOS      PIC 9(07).
      *-----------------------------------------------------------------
      * Resumo por estafeta (nome gravado na atribuicao do 809); a
      * posicao 21 junta os que nao couberem nas primeiras 20.
      *-----------------------------------------------------------------
       01  TABELA-ESTAFETAS.
           05 ESTAFETA-LINHA OCCURS 21 TIMES.
               10 ESTAFETA-NOME     PIC X(20).
               10 ESTAFETA-VERIFICADAS PIC 9(05).
               10 ESTAFETA-ATRASADAS PIC 9(05).
               10 ESTAFETA-MINUTOS  PIC 9(07).
      *-----------------------------------------------------------------
      * Resumo por banda horaria da hora prometida, cozinha e entrega.
      *-----------------------------------------------------------------
       01  TABELA-BANDAS.
           05 BANDA-LINHA OCCURS 5 TIMES.
               10 BANDA-COZ-VERIFICADOS PIC 9(05).
               10 BANDA-COZ-ATRASADOS   PIC 9(05).
               10 BANDA-ENT-VERIFICADAS PIC 9(05).
               10 BANDA-ENT-ATRASADAS   PIC 9(05).
       01  TABELA-NOMES-BANDAS-DADOS.
           05 FILLER PIC X(06) VALUE "00-11 ".
           05 FILLER PIC X(06) VALUE "12-14 ".
           05 FILLER PIC X(06) VALUE "15-18 ".
           05 FILLER PIC X(06) VALUE "19-21 ".
           05 FILLER PIC X(06) VALUE "22-23 ".
       01  TABELA-NOMES-BANDAS REDEFINES TABELA-NOMES-BANDAS-DADOS.
           05 NOME-BANDA            PIC X(06) OCCURS 5 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM INICIALIZAR.
           DISPLAY "==================================================".
           DISPLAY "   PIZZARIA RAMALHO - RELATORIO DE ATRASOS".
           IF DATA-RELATORIO NOT = 0
              DISPLAY "   Dia: " DATA-RELATORIO
           END-IF.
           DISPLAY "==================================================".
           DISPLAY "COZINHA - PRONTOS DEPOIS DA HORA PROMETIDA:".
           PERFORM VERIFICAR-COZINHA.
           DISPLAY "--------------------------------------------------".
           DISPLAY "ENTREGAS - CHEGADAS DEPOIS DA HORA PROMETIDA:".
           PERFORM VERIFICAR-ENTREGAS.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM IMPRIMIR-POR-ZONA.
           PERFORM IMPRIMIR-POR-ESTAFETA.
           PERFORM IMPRIMIR-POR-BANDA.
           DISPLAY "==================================================".
           STOP RUN.
       INICIALIZAR.
           DISPLAY "Data do relatorio (AAAAMMDD, 0=todo o ficheiro): "
              WITH NO ADVANCING.
           ACCEPT DATA-RELATORIO.
           PERFORM VARYING IDX-ZONA FROM 1 BY 1 UNTIL IDX-ZONA > 10
              MOVE SPACES TO ZONA-NOME(IDX-ZONA)
              MOVE 0 TO ZONA-VERIFICADAS(IDX-ZONA)
              MOVE 0 TO ZONA-ATRASADAS(IDX-ZONA)
              MOVE 0 TO ZONA-MINUTOS(IDX-ZONA)
           END-PERFORM.
           MOVE "Sem zona" TO ZONA-NOME(1).
           PERFORM VARYING IDX-ESTAFETA FROM 1 BY 1
              UNTIL IDX-ESTAFETA > 21
              MOVE SPACES TO ESTAFETA-NOME(IDX-ESTAFETA)
              MOVE 0 TO ESTAFETA-VERIFICADAS(IDX-ESTAFETA)
              MOVE 0 TO ESTAFETA-ATRASADAS(IDX-ESTAFETA)
              MOVE 0 TO ESTAFETA-MINUTOS(IDX-ESTAFETA)
           END-PERFORM.
           MOVE "(outros)" TO ESTAFETA-NOME(21).
           PERFORM VARYING IDX-BANDA FROM 1 BY 1 UNTIL IDX-BANDA > 5
              MOVE 0 TO BANDA-COZ-VERIFICADOS(IDX-BANDA)
              MOVE 0 TO BANDA-COZ-ATRASADOS(IDX-BANDA)
              MOVE 0 TO BANDA-ENT-VERIFICADAS(IDX-BANDA)
              MOVE 0 TO BANDA-ENT-ATRASADAS(IDX-BANDA)
           END-PERFORM.
           PERFORM CARREGAR-ZONAS.
      *-----------------------------------------------------------------
      * Nomes das zonas de entrega (registos ZON1..ZON9 de PRECOS.DAT).
      * Sem ficheiro, as zonas aparecem so pelo numero.
      *-----------------------------------------------------------------
       CARREGAR-ZONAS.
           MOVE "N" TO FIM-PRECOS.
           OPEN INPUT FICHEIRO-PRECOS.
           IF FS-PRECOS = "00"
              PERFORM LER-PROXIMO-PRECO
              PERFORM UNTIL NAO-HA-MAIS-PRECOS
                 IF REG-PRC-CODIGO(1:3) = "ZON"
                    MOVE REG-PRC-CODIGO(4:1) TO ZONA-NUM
                    IF ZONA-NUM >= 1 AND ZONA-NUM <= 9
                       MOVE REG-PRC-NOME TO ZONA-NOME(ZONA-NUM + 1)
                    END-IF
                 END-IF
                 PERFORM LER-PROXIMO-PRECO
              END-PERFORM
              CLOSE FICHEIRO-PRECOS
           END-IF.
       LER-PROXIMO-PRECO.
           READ FICHEIRO-PRECOS NEXT
              AT END MOVE "S" TO FIM-PRECOS
           END-READ.
      *-----------------------------------------------------------------
      * Fila da cozinha: pedidos do dia ja prontos (P) ou entregues
      * (E) com hora prometida. Um agendado conta no dia previsto.
      *-----------------------------------------------------------------
       VERIFICAR-COZINHA.
           MOVE "N" TO FIM-COZINHA.
           OPEN INPUT FICHEIRO-COZINHA.
           IF FS-COZINHA NOT = "00"
              DISPLAY "  FICHEIRO COZINHA INEXISTENTE."
           ELSE
              PERFORM LER-COZINHA
              PERFORM UNTIL NAO-HA-MAIS-COZINHA
                 PERFORM AVALIAR-COZINHA
                 PERFORM LER-COZINHA
              END-PERFORM
              CLOSE FICHEIRO-COZINHA
           END-IF.
       LER-COZINHA.
           READ FICHEIRO-COZINHA
              AT END MOVE "S" TO FIM-COZINHA
           END-READ.
       AVALIAR-COZINHA.
           IF REG-COZ-DATA-PREVISTA > 0
              MOVE REG-COZ-DATA-PREVISTA TO DATA-EFETIVA
           ELSE
              MOVE REG-COZ-DATA TO DATA-EFETIVA
           END-IF.
           IF (DATA-RELATORIO = 0 OR DATA-EFETIVA = DATA-RELATORIO)
              AND (REG-COZ-PRONTO OR REG-COZ-ENTREGUE)
              IF REG-COZ-HORA-PROMETIDA = SPACES
                 OR REG-COZ-HORA-PRONTO = SPACES
                 ADD 1 TO COZ-SEM-PROMESSA
              ELSE
                 MOVE REG-COZ-HORA-PROMETIDA TO HORA-PROMETIDA
                 MOVE REG-COZ-HORA-PRONTO TO HORA-REAL
                 PERFORM CALCULAR-ATRASO
                 ADD 1 TO COZ-VERIFICADOS
                 ADD 1 TO BANDA-COZ-VERIFICADOS(BANDA-HORARIA)
                 IF MINUTOS-ATRASO > MINUTOS-TOLERANCIA
                    ADD 1 TO COZ-ATRASADOS
                    ADD MINUTOS-ATRASO TO COZ-MINUTOS-ATRASO
                    ADD 1 TO BANDA-COZ-ATRASADOS(BANDA-HORARIA)
                    MOVE REG-COZ-NUMERO-PEDIDO TO PEDIDO-EDIT
                    MOVE MINUTOS-ATRASO TO ATRASO-EDIT
                    DISPLAY "  Pedido " PEDIDO-EDIT " "
                       REG-COZ-NOME-CLIENTE(1:20)
                       " prometido " HORA-PROMETIDA
                       " pronto " HORA-REAL(1:5)
                       " +" ATRASO-EDIT " min"
                 END-IF
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Fila de entregas: entregas feitas (E) do dia com hora
      * prometida; REG-ENT-DATA ja e o dia previsto num agendado.
      *-----------------------------------------------------------------
       VERIFICAR-ENTREGAS.
           MOVE "N" TO FIM-ENTREGAS.
           OPEN INPUT FICHEIRO-ENTREGAS.
           IF FS-ENTREGAS NOT = "00"
              DISPLAY "  FICHEIRO ENTREGAS INEXISTENTE."
           ELSE
              PERFORM LER-ENTREGA
              PERFORM UNTIL NAO-HA-MAIS-ENTREGAS
                 PERFORM AVALIAR-ENTREGA
                 PERFORM LER-ENTREGA
              END-PERFORM
              CLOSE FICHEIRO-ENTREGAS
           END-IF.
       LER-ENTREGA.
           READ FICHEIRO-ENTREGAS
              AT END MOVE "S" TO FIM-ENTREGAS
           END-READ.
       AVALIAR-ENTREGA.
           IF (DATA-RELATORIO = 0 OR REG-ENT-DATA = DATA-RELATORIO)
              AND REG-ENT-ENTREGUE
              IF REG-ENT-HORA-PROMETIDA = SPACES
                 OR REG-ENT-HORA-FECHO = SPACES
                 ADD 1 TO ENT-SEM-PROMESSA
              ELSE
                 MOVE REG-ENT-HORA-PROMETIDA TO HORA-PROMETIDA
                 MOVE REG-ENT-HORA-FECHO TO HORA-REAL
                 PERFORM CALCULAR-ATRASO
                 PERFORM PROCURAR-ESTAFETA
                 COMPUTE IDX-ZONA = REG-ENT-ZONA + 1
                 ADD 1 TO ENT-VERIFICADAS
                 ADD 1 TO ZONA-VERIFICADAS(IDX-ZONA)
                 ADD 1 TO ESTAFETA-VERIFICADAS(IDX-ESTAFETA)
                 ADD 1 TO BANDA-ENT-VERIFICADAS(BANDA-HORARIA)
                 IF MINUTOS-ATRASO > MINUTOS-TOLERANCIA
                    ADD 1 TO ENT-ATRASADAS
                    ADD MINUTOS-ATRASO TO ENT-MINUTOS-ATRASO
                    ADD 1 TO ZONA-ATRASADAS(IDX-ZONA)
                    ADD MINUTOS-ATRASO TO ZONA-MINUTOS(IDX-ZONA)
                    ADD 1 TO ESTAFETA-ATRASADAS(IDX-ESTAFETA)
                    ADD MINUTOS-ATRASO TO ESTAFETA-MINUTOS(IDX-ESTAFETA)
                    ADD 1 TO BANDA-ENT-ATRASADAS(BANDA-HORARIA)
                    MOVE REG-ENT-NUMERO-PEDIDO TO PEDIDO-EDIT
                    MOVE MINUTOS-ATRASO TO ATRASO-EDIT
                    DISPLAY "  Pedido " PEDIDO-EDIT " "
                       REG-ENT-NOME-CLIENTE(1:20)
                       " prometida " HORA-PROMETIDA
                       " entregue " HORA-REAL(1:5)
                       " +" ATRASO-EDIT " min"
                    DISPLAY "     Zona " REG-ENT-ZONA " "
                       ZONA-NOME(IDX-ZONA)
                       " Estafeta " REG-ENT-ESTAFETA
                 END-IF
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Minutos de atraso da HORA-REAL (HH:MM:SS) sobre a
      * HORA-PROMETIDA (HH:MM), negativo quando chegou antes; uma
      * diferenca de mais de meio dia e a volta da meia-noite. Deixa
      * tambem a banda horaria da hora prometida.
      *-----------------------------------------------------------------
       CALCULAR-ATRASO.
           MOVE HORA-PROMETIDA(1:2) TO HORA-HH.
           MOVE HORA-PROMETIDA(4:2) TO HORA-MM.
           COMPUTE MINUTOS-PROMETIDOS = HORA-HH * 60 + HORA-MM.
           MOVE HORA-HH TO HORA-PROMETIDA-NUM.
           MOVE HORA-REAL(1:2) TO HORA-HH.
           MOVE HORA-REAL(4:2) TO HORA-MM.
           COMPUTE MINUTOS-REAIS = HORA-HH * 60 + HORA-MM.
           COMPUTE MINUTOS-ATRASO = MINUTOS-REAIS - MINUTOS-PROMETIDOS.
           IF MINUTOS-ATRASO < -720
              ADD 1440 TO MINUTOS-ATRASO
           END-IF.
           IF MINUTOS-ATRASO > 720
              SUBTRACT 1440 FROM MINUTOS-ATRASO
           END-IF.
           EVALUATE HORA-PROMETIDA-NUM
              WHEN 0 THRU 11  MOVE 1 TO BANDA-HORARIA
              WHEN 12 THRU 14 MOVE 2 TO BANDA-HORARIA
              WHEN 15 THRU 18 MOVE 3 TO BANDA-HORARIA
              WHEN 19 THRU 21 MOVE 4 TO BANDA-HORARIA
              WHEN OTHER      MOVE 5 TO BANDA-HORARIA
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Posicao do estafeta da entrega na tabela (nova se ainda nao
      * estiver; a 21 quando a tabela esta cheia).
      *-----------------------------------------------------------------
       PROCURAR-ESTAFETA.
           MOVE 0 TO IDX-ESTAFETA.
           PERFORM VARYING IDX-PROCURA FROM 1 BY 1
              UNTIL IDX-PROCURA > NUM-ESTAFETAS OR IDX-ESTAFETA > 0
              IF ESTAFETA-NOME(IDX-PROCURA) = REG-ENT-ESTAFETA
                 MOVE IDX-PROCURA TO IDX-ESTAFETA
              END-IF
           END-PERFORM.
           IF IDX-ESTAFETA = 0
              IF NUM-ESTAFETAS < 20
                 ADD 1 TO NUM-ESTAFETAS
                 MOVE NUM-ESTAFETAS TO IDX-ESTAFETA
                 MOVE REG-ENT-ESTAFETA TO ESTAFETA-NOME(IDX-ESTAFETA)
              ELSE
                 MOVE 21 TO IDX-ESTAFETA
              END-IF
           END-IF.
       IMPRIMIR-TOTAIS.
           DISPLAY "==================================================".
           MOVE COZ-VERIFICADOS TO CONTAGEM-EDIT.
           MOVE COZ-ATRASADOS TO ATRASADOS-EDIT.
           MOVE 0 TO MEDIA-ATRASO.
           IF COZ-ATRASADOS > 0
              DIVIDE COZ-MINUTOS-ATRASO BY COZ-ATRASADOS
                 GIVING MEDIA-ATRASO ROUNDED
           END-IF.
           MOVE MEDIA-ATRASO TO MEDIA-EDIT.
           DISPLAY "Cozinha:  " CONTAGEM-EDIT " prontos, "
              ATRASADOS-EDIT " atrasados, media " MEDIA-EDIT " min".
           MOVE ENT-VERIFICADAS TO CONTAGEM-EDIT.
           MOVE ENT-ATRASADAS TO ATRASADOS-EDIT.
           MOVE 0 TO MEDIA-ATRASO.
           IF ENT-ATRASADAS > 0
              DIVIDE ENT-MINUTOS-ATRASO BY ENT-ATRASADAS
                 GIVING MEDIA-ATRASO ROUNDED
           END-IF.
           MOVE MEDIA-ATRASO TO MEDIA-EDIT.
           DISPLAY "Entregas: " CONTAGEM-EDIT " feitas,  "
              ATRASADOS-EDIT " atrasadas, media " MEDIA-EDIT " min".
           IF COZ-SEM-PROMESSA > 0 OR ENT-SEM-PROMESSA > 0
              MOVE COZ-SEM-PROMESSA TO CONTAGEM-EDIT
              MOVE ENT-SEM-PROMESSA TO ATRASADOS-EDIT
              DISPLAY "Sem hora prometida (fora da comparacao): "
                 "cozinha " CONTAGEM-EDIT " entregas " ATRASADOS-EDIT
           END-IF.
           MOVE MINUTOS-TOLERANCIA TO MEDIA-EDIT.
           DISPLAY "Atrasado = mais de " MEDIA-EDIT
              " min depois da hora prometida.".
      *    Zonas 1 a 9 e, no fim, as entregas sem zona.
       IMPRIMIR-POR-ZONA.
           DISPLAY "--------------------------------------------------".
           DISPLAY "ENTREGAS POR ZONA    Feitas Atrasadas Media min".
           PERFORM VARYING IDX-ZONA FROM 2 BY 1 UNTIL IDX-ZONA > 10
              PERFORM MOSTRAR-ZONA
           END-PERFORM.
           MOVE 1 TO IDX-ZONA.
           PERFORM MOSTRAR-ZONA.
       MOSTRAR-ZONA.
           IF ZONA-VERIFICADAS(IDX-ZONA) > 0
              MOVE ZONA-VERIFICADAS(IDX-ZONA) TO CONTAGEM-EDIT
              MOVE ZONA-ATRASADAS(IDX-ZONA) TO ATRASADOS-EDIT
              MOVE 0 TO MEDIA-ATRASO
              IF ZONA-ATRASADAS(IDX-ZONA) > 0
                 DIVIDE ZONA-MINUTOS(IDX-ZONA)
                    BY ZONA-ATRASADAS(IDX-ZONA)
                    GIVING MEDIA-ATRASO ROUNDED
              END-IF
              MOVE MEDIA-ATRASO TO MEDIA-EDIT
              COMPUTE ZONA-NUM = IDX-ZONA - 1
              DISPLAY ZONA-NUM " " ZONA-NOME(IDX-ZONA) "         "
                 CONTAGEM-EDIT "     " ATRASADOS-EDIT "  " MEDIA-EDIT
           END-IF.
       IMPRIMIR-POR-ESTAFETA.
           DISPLAY "--------------------------------------------------".
           DISPLAY "ENTREGAS POR ESTAFETA".
           DISPLAY "Estafeta                 Feitas Atrasadas Media".
           PERFORM VARYING IDX-ESTAFETA FROM 1 BY 1
              UNTIL IDX-ESTAFETA > 21
              IF ESTAFETA-VERIFICADAS(IDX-ESTAFETA) > 0
                 MOVE ESTAFETA-VERIFICADAS(IDX-ESTAFETA)
                    TO CONTAGEM-EDIT
                 MOVE ESTAFETA-ATRASADAS(IDX-ESTAFETA)
                    TO ATRASADOS-EDIT
                 MOVE 0 TO MEDIA-ATRASO
                 IF ESTAFETA-ATRASADAS(IDX-ESTAFETA) > 0
                    DIVIDE ESTAFETA-MINUTOS(IDX-ESTAFETA)
                       BY ESTAFETA-ATRASADAS(IDX-ESTAFETA)
                       GIVING MEDIA-ATRASO ROUNDED
                 END-IF
                 MOVE MEDIA-ATRASO TO MEDIA-EDIT
                 DISPLAY ESTAFETA-NOME(IDX-ESTAFETA) "      "
                    CONTAGEM-EDIT "     " ATRASADOS-EDIT "  "
                    MEDIA-EDIT
              END-IF
           END-PERFORM.
       IMPRIMIR-POR-BANDA.
           DISPLAY "--------------------------------------------------".
           DISPLAY "POR BANDA HORARIA (HORA PROMETIDA)".
           DISPLAY "Banda   Cozinha Atrasados  Entregas Atrasadas".
           PERFORM VARYING IDX-BANDA FROM 1 BY 1 UNTIL IDX-BANDA > 5
              IF BANDA-COZ-VERIFICADOS(IDX-BANDA) > 0
                 OR BANDA-ENT-VERIFICADAS(IDX-BANDA) > 0
                 MOVE BANDA-COZ-VERIFICADOS(IDX-BANDA) TO CONTAGEM-EDIT
                 MOVE BANDA-COZ-ATRASADOS(IDX-BANDA) TO ATRASADOS-EDIT
                 DISPLAY NOME-BANDA(IDX-BANDA) "    " CONTAGEM-EDIT
                    "     " ATRASADOS-EDIT WITH NO ADVANCING
                 MOVE BANDA-ENT-VERIFICADAS(IDX-BANDA) TO CONTAGEM-EDIT
                 MOVE BANDA-ENT-ATRASADAS(IDX-BANDA) TO ATRASADOS-EDIT
                 DISPLAY "     " CONTAGEM-EDIT "     " ATRASADOS-EDIT
              END-IF
           END-PERFORM.
           END PROGRAM 829_PIZZARIA_ATRASOS.
