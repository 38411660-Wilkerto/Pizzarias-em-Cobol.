      ******************************************************************
      * Author:
      * Date:
      * Purpose: Protecao de dados (RGPD) - dado um contacto ou um NIF,
      *          junta tudo o que a pizzaria guarda sobre essa pessoa:
      *          a ficha de CLIENTES.DAT, os pedidos em PEDIDOS.DAT,
      *          HISTORICO.DAT e nos anos HISTAAAA, as entregas em
      *          ENTREGAS.DAT e os registos da cozinha em COZINHA.DAT.
      *          O extrato sai em RGPD.PRN para entregar ao titular.
      *          O apagamento (so supervisor ou gerente, com
      *          confirmacao) anonimiza os dados pessoais em todos
      *          esses ficheiros: nome, contacto, morada e NIF.
      *          Valores, IVA e itens dos pedidos nao mudam, para a
      *          exportacao 814 e os totais de RESUMOS.DAT ficarem
      *          iguais; so um pedido com NIF de fatura dentro do
      *          prazo legal de conservacao (ANOS-RETENCAO) fica com
      *          nome, morada e NIF e perde so o contacto. A ficha
      *          do cliente e apagada. Com pedidos ainda em curso
      *          (cozinha ou entrega por fechar) o apagamento e
      *          recusado. Cada extrato, apagamento ou recusa fica
      *          em RGPD.DAT.
      *          Com fichas de operador (OPERADORES.DAT) comeca pela
      *          identificacao com codigo e PIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 828_PIZZARIA_RGPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PEDIDOS ASSIGN TO NOME-FICHEIRO-PEDIDOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
           SELECT FICHEIRO-ENTREGAS ASSIGN TO "ENTREGAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ENTREGAS.
           SELECT FICHEIRO-COZINHA ASSIGN TO "COZINHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-COZINHA.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CONTACTO-HIST
               FILE STATUS IS FS-CLIENTES.
           SELECT FICHEIRO-RGPD ASSIGN TO "RGPD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RGPD.
           SELECT FICHEIRO-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT FICHEIRO-EXTRATO ASSIGN TO "RGPD.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PEDIDOS.
           COPY PEDIDO.
       FD  FICHEIRO-ENTREGAS.
           COPY ENTREGA.
       FD  FICHEIRO-COZINHA.
           COPY COZINHA.
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.
       FD  FICHEIRO-RGPD.
           COPY RGPD.
       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.
       FD  FICHEIRO-EXTRATO.
       01  LINHA-EXTRATO               PIC X(80).
       WORKING-STORAGE SECTION.
       77 FS-PEDIDOS                PIC XX.
       77 FS-ENTREGAS               PIC XX.
       77 FS-COZINHA                PIC XX.
       77 FS-CLIENTES               PIC XX.
       77 FS-RGPD                   PIC XX.
       77 FS-OPERADORES             PIC XX.
       77 FS-EXTRATO                PIC XX.
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
       77 NOME-FICHEIRO-PEDIDOS     PIC X(12).
       77 FIM-FICHEIRO              PIC X VALUE "N".
           88 NAO-HA-MAIS-REGISTOS  VALUE "S".
       77 OPCAO                     PIC 9.
           88 VALIDAR-OPCAO         VALUES 0 THRU 4.
       77 CONFIRMA                  PIC X.
           88 VALIDAR-CONFIRMA      VALUES "s","S","n","N".
           88 CONFIRMA-SIM          VALUES "s","S".
      *    Prazo de conservacao das faturas (anos completos).
       77 ANOS-RETENCAO             PIC 9(02) VALUE 10.
       77 DATA-LIMITE-RETENCAO      PIC 9(08).
       77 NOME-ANONIMO              PIC X(30)
                                    VALUE "CLIENTE ANONIMIZADO".
       77 TIPO-CHAVE                PIC X.
       77 CHAVE-PROCURADA           PIC 9(09).
       77 NIF-PROCURADO             PIC 9(09).
       77 REFERENCIA-PEDIDO         PIC X(20).
      *    Modo da passagem pelos ficheiros: L levantar os contactos
      *    de um NIF, E extrato, V verificar antes de apagar, A apagar.
       77 MODO-PASSAGEM             PIC X.
           88 MODO-LEVANTAR         VALUE "L".
           88 MODO-EXTRATO          VALUE "E".
           88 MODO-VERIFICAR        VALUE "V".
           88 MODO-APAGAR           VALUE "A".
       77 REGISTO-DA-PESSOA         PIC X.
       77 PEDIDO-RETIDO             PIC X.
       77 DATA-SISTEMA              PIC 9(08).
       77 HORA-SISTEMA              PIC X(08).
       77 HORA-FORMATADA            PIC X(08).
       77 ANO-FICHEIRO              PIC 9(04).
       77 ANO-LIMITE                PIC 9(04).
       77 IDX-CON                   PIC 9(02).
       77 NUM-CONTACTOS             PIC 9(02) VALUE 0.
       77 CONTACTOS-EXCEDIDOS       PIC X VALUE "N".
       77 IDX-ORD                   PIC 9(04).
       77 NUM-ORDENS                PIC 9(04) VALUE 0.
       77 ORDENS-EXCEDIDAS          PIC X VALUE "N".
       77 PEDIDOS-ENCONTRADOS       PIC 9(05).
       77 PEDIDOS-A-ANONIMIZAR      PIC 9(05).
       77 PEDIDOS-A-RETER           PIC 9(05).
       77 ENTREGAS-ENCONTRADAS      PIC 9(05).
       77 COZINHA-ENCONTRADOS       PIC 9(05).
       77 CLIENTES-ENCONTRADOS      PIC 9(02).
       77 EM-CURSO                  PIC 9(05).
       77 REGISTOS-REGRAVADOS       PIC 9(05).
       77 ERROS-REGRAVACAO          PIC 9(05).
       77 QTD-EDIT                  PIC ZZZZ9.
       77 TOTAL-EDIT                PIC ZZ9.99.
       01  DATA-TRABALHO            PIC 9(08).
       01  DATA-TRABALHO-DEC REDEFINES DATA-TRABALHO.
           05 ANO-TRABALHO          PIC 9(04).
           05 MES-TRABALHO          PIC 9(02).
           05 DIA-TRABALHO          PIC 9(02).
       01  NOME-HIST-TRABALHO.
           05 FILLER                PIC X(04) VALUE "HIST".
           05 ANO-HIST-TRABALHO     PIC 9(04).
      *-----------------------------------------------------------------
      * Contactos da pessoa (o pedido ou, por NIF, os das fichas e
      * pedidos com esse NIF) e pedidos encontrados (numero e data),
      * para achar os registos da cozinha, que nao tem contacto.
      *-----------------------------------------------------------------
       01  TABELA-CONTACTOS.
           05 CONTACTO-PESSOA       PIC 9(09) OCCURS 20 TIMES.
       01  TABELA-ORDENS.
           05 ORDEM-PESSOA OCCURS 1000 TIMES.
               10 ORD-NUMERO        PIC 9(04).
               10 ORD-DATA          PIC 9(08).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "   PIZZARIA RAMALHO - PROTECAO DE DADOS (RGPD)".
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-SISTEMA TO DATA-TRABALHO.
           SUBTRACT ANOS-RETENCAO FROM ANO-TRABALHO.
           MOVE DATA-TRABALHO TO DATA-LIMITE-RETENCAO.
           MOVE DATA-SISTEMA(1:4) TO ANO-LIMITE.
           ADD 1 TO ANO-LIMITE.
           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-FIM.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1 - Extrato de dados por contacto".
           DISPLAY "2 - Extrato de dados por NIF".
           DISPLAY "3 - Apagar dados por contacto (supervisor)".
           DISPLAY "4 - Apagar dados por NIF (supervisor)".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           IF NOT VALIDAR-OPCAO
              DISPLAY "OPCAO INVALIDA!"
              GO TO MENU-PRINCIPAL
           END-IF.
           EVALUATE OPCAO
              WHEN 1
                 MOVE "C" TO TIPO-CHAVE
                 PERFORM EXTRATO-DADOS
              WHEN 2
                 MOVE "N" TO TIPO-CHAVE
                 PERFORM EXTRATO-DADOS
              WHEN 3
                 MOVE "C" TO TIPO-CHAVE
                 PERFORM APAGAR-DADOS
              WHEN 4
                 MOVE "N" TO TIPO-CHAVE
                 PERFORM APAGAR-DADOS
              WHEN 0 GO TO FIM
           END-EVALUATE.
           GO TO MENU-PRINCIPAL.
       FIM.
           DISPLAY "FIM DA PROTECAO DE DADOS.".
           STOP RUN.
      *-----------------------------------------------------------------
      * Extrato: tudo o que ha sobre a pessoa, em RGPD.PRN.
      *-----------------------------------------------------------------
       EXTRATO-DADOS.
           PERFORM PEDIR-CHAVE.
           IF CHAVE-PROCURADA > 0
              PERFORM IDENTIFICAR-PESSOA
              OPEN OUTPUT FICHEIRO-EXTRATO
              IF FS-EXTRATO NOT = "00"
                 DISPLAY "ERRO AO ABRIR RGPD.PRN (FS=" FS-EXTRATO ")"
              ELSE
                 PERFORM IMPRIMIR-CABECALHO-EXTRATO
                 PERFORM EXTRAIR-CLIENTES
                 MOVE "E" TO MODO-PASSAGEM
                 PERFORM PERCORRER-PEDIDOS
                 PERFORM PERCORRER-ENTREGAS
                 PERFORM PERCORRER-COZINHA
                 PERFORM IMPRIMIR-TOTAIS-EXTRATO
                 CLOSE FICHEIRO-EXTRATO
                 PERFORM MOSTRAR-CONTAGENS
                 DISPLAY "EXTRATO GRAVADO EM RGPD.PRN."
                 MOVE "E" TO REG-RGP-TIPO
                 PERFORM GRAVAR-REGISTO-RGPD
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Apagamento: primeiro verifica (contagens e pedidos em curso),
      * depois pede confirmacao e so entao anonimiza, ficheiro a
      * ficheiro, e apaga as fichas de cliente.
      *-----------------------------------------------------------------
       APAGAR-DADOS.
           IF NOT FUNCAO-SUPERVISAO
              DISPLAY "APAGAMENTO SO PARA SUPERVISOR OU GERENTE."
           ELSE
              PERFORM PEDIR-CHAVE
              IF CHAVE-PROCURADA > 0
                 PERFORM IDENTIFICAR-PESSOA
                 MOVE "V" TO MODO-PASSAGEM
                 PERFORM PERCORRER-PEDIDOS
                 PERFORM PERCORRER-ENTREGAS
                 PERFORM PERCORRER-COZINHA
                 PERFORM CONTAR-CLIENTES
                 PERFORM MOSTRAR-CONTAGENS
                 PERFORM DECIDIR-APAGAMENTO
              END-IF
           END-IF.
       DECIDIR-APAGAMENTO.
           IF PEDIDOS-ENCONTRADOS = 0 AND ENTREGAS-ENCONTRADAS = 0
              AND COZINHA-ENCONTRADOS = 0 AND CLIENTES-ENCONTRADOS = 0
              DISPLAY "NADA GUARDADO SOBRE ESTA PESSOA - NADA A APAGAR."
           ELSE
              IF EM-CURSO > 0
                 MOVE EM-CURSO TO QTD-EDIT
                 DISPLAY "APAGAMENTO RECUSADO: " QTD-EDIT
                    " PEDIDO(S) AINDA EM CURSO NA COZINHA OU ENTREGA."
                 DISPLAY "REPITA DEPOIS DE ENTREGUES E FECHADOS."
                 MOVE "R" TO REG-RGP-TIPO
                 PERFORM GRAVAR-REGISTO-RGPD
              ELSE
                 MOVE PEDIDOS-A-RETER TO QTD-EDIT
                 DISPLAY "PEDIDOS COM FATURA RETIDOS (SO PERDEM O "
                    "CONTACTO): " QTD-EDIT
                 DISPLAY "ATENCAO: O APAGAMENTO NAO SE DESFAZ."
                 PERFORM PEDIR-CONFIRMACAO
                 IF CONFIRMA-SIM
                    PERFORM EXECUTAR-APAGAMENTO
                 ELSE
                    DISPLAY "APAGAMENTO CANCELADO."
                 END-IF
              END-IF
           END-IF.
       EXECUTAR-APAGAMENTO.
           MOVE 0 TO REGISTOS-REGRAVADOS.
           MOVE 0 TO ERROS-REGRAVACAO.
           MOVE "A" TO MODO-PASSAGEM.
           PERFORM PERCORRER-PEDIDOS.
           PERFORM PERCORRER-ENTREGAS.
           PERFORM PERCORRER-COZINHA.
           PERFORM APAGAR-CLIENTES.
           MOVE REGISTOS-REGRAVADOS TO QTD-EDIT.
           DISPLAY "REGISTOS ANONIMIZADOS: " QTD-EDIT.
           IF ERROS-REGRAVACAO > 0
              MOVE ERROS-REGRAVACAO TO QTD-EDIT
              DISPLAY "ATENCAO: " QTD-EDIT " REGISTO(S) NAO "
                 "REGRAVADO(S) - REPITA O APAGAMENTO."
           END-IF.
           DISPLAY "AS COPIAS DE SEGURANCA (827) AINDA TEM ESTES "
              "DADOS ATE SEREM SUBSTITUIDAS.".
           MOVE "A" TO REG-RGP-TIPO.
           PERFORM GRAVAR-REGISTO-RGPD.
       PEDIR-CHAVE.
           IF TIPO-CHAVE = "C"
              DISPLAY "Contacto (0=cancelar): " WITH NO ADVANCING
           ELSE
              DISPLAY "NIF (0=cancelar): " WITH NO ADVANCING
           END-IF.
           ACCEPT CHAVE-PROCURADA.
           IF CHAVE-PROCURADA > 0
              DISPLAY "Referencia do pedido do titular: "
                 WITH NO ADVANCING
              ACCEPT REFERENCIA-PEDIDO
           END-IF.
       PEDIR-CONFIRMACAO.
           DISPLAY "Confirma? (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF NOT VALIDAR-CONFIRMA
              DISPLAY "DIGITE S OU N!"
              GO TO PEDIR-CONFIRMACAO
           END-IF.
      *-----------------------------------------------------------------
      * Quem e a pessoa: por contacto, esse contacto; por NIF, os
      * contactos das fichas e dos pedidos com esse NIF.
      *-----------------------------------------------------------------
       IDENTIFICAR-PESSOA.
           MOVE 0 TO NUM-CONTACTOS.
           MOVE "N" TO CONTACTOS-EXCEDIDOS.
           MOVE 0 TO NUM-ORDENS.
           MOVE "N" TO ORDENS-EXCEDIDAS.
           MOVE 0 TO PEDIDOS-ENCONTRADOS.
           MOVE 0 TO PEDIDOS-A-ANONIMIZAR.
           MOVE 0 TO PEDIDOS-A-RETER.
           MOVE 0 TO ENTREGAS-ENCONTRADAS.
           MOVE 0 TO COZINHA-ENCONTRADOS.
           MOVE 0 TO CLIENTES-ENCONTRADOS.
           MOVE 0 TO EM-CURSO.
           IF TIPO-CHAVE = "C"
              MOVE 0 TO NIF-PROCURADO
              MOVE CHAVE-PROCURADA TO REG-CONTACTO-CLIENTE
              PERFORM JUNTAR-CONTACTO
           ELSE
              MOVE CHAVE-PROCURADA TO NIF-PROCURADO
              MOVE "N" TO FIM-FICHEIRO
              OPEN INPUT FICHEIRO-CLIENTES
              IF FS-CLIENTES = "00"
                 PERFORM LER-CLIENTE-SEGUINTE
                 PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                    IF REG-CLI-NIF = NIF-PROCURADO
                       MOVE REG-CONTACTO-HIST TO REG-CONTACTO-CLIENTE
                       PERFORM JUNTAR-CONTACTO
                    END-IF
                    PERFORM LER-CLIENTE-SEGUINTE
                 END-PERFORM
                 CLOSE FICHEIRO-CLIENTES
              END-IF
              MOVE "L" TO MODO-PASSAGEM
              PERFORM PERCORRER-PEDIDOS
           END-IF.
           IF CONTACTOS-EXCEDIDOS = "S"
              DISPLAY "AVISO: MAIS DE 20 CONTACTOS PARA ESTE NIF - "
                 "SO OS PRIMEIROS 20 SAO PROCURADOS."
           END-IF.
       JUNTAR-CONTACTO.
           IF REG-CONTACTO-CLIENTE > 0
              MOVE "N" TO REGISTO-DA-PESSOA
              PERFORM VARYING IDX-CON FROM 1 BY 1
                 UNTIL IDX-CON > NUM-CONTACTOS
                 IF CONTACTO-PESSOA(IDX-CON) = REG-CONTACTO-CLIENTE
                    MOVE "S" TO REGISTO-DA-PESSOA
                 END-IF
              END-PERFORM
              IF REGISTO-DA-PESSOA = "N"
                 IF NUM-CONTACTOS < 20
                    ADD 1 TO NUM-CONTACTOS
                    MOVE REG-CONTACTO-CLIENTE
                       TO CONTACTO-PESSOA(NUM-CONTACTOS)
                 ELSE
                    MOVE "S" TO CONTACTOS-EXCEDIDOS
                 END-IF
              END-IF
           END-IF.
       LER-CLIENTE-SEGUINTE.
           READ FICHEIRO-CLIENTES NEXT RECORD
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
      *-----------------------------------------------------------------
      * Pedidos: PEDIDOS.DAT, HISTORICO.DAT e os anos HISTAAAA que
      * existirem, todos com o desenho de PEDIDO.CPY.
      *-----------------------------------------------------------------
       PERCORRER-PEDIDOS.
           MOVE "PEDIDOS" TO NOME-FICHEIRO-PEDIDOS.
           PERFORM PERCORRER-UM-FICHEIRO-PEDIDOS.
           MOVE "HISTORICO" TO NOME-FICHEIRO-PEDIDOS.
           PERFORM PERCORRER-UM-FICHEIRO-PEDIDOS.
           PERFORM VARYING ANO-FICHEIRO FROM 2000 BY 1
              UNTIL ANO-FICHEIRO > ANO-LIMITE
              MOVE ANO-FICHEIRO TO ANO-HIST-TRABALHO
              MOVE NOME-HIST-TRABALHO TO NOME-FICHEIRO-PEDIDOS
              PERFORM PERCORRER-UM-FICHEIRO-PEDIDOS
           END-PERFORM.
       PERCORRER-UM-FICHEIRO-PEDIDOS.
           IF MODO-APAGAR
              OPEN I-O FICHEIRO-PEDIDOS
           ELSE
              OPEN INPUT FICHEIRO-PEDIDOS
           END-IF.
           IF FS-PEDIDOS = "00"
              MOVE "N" TO FIM-FICHEIRO
              PERFORM LER-PEDIDO
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 PERFORM VERIFICAR-PEDIDO
                 IF REGISTO-DA-PESSOA = "S"
                    PERFORM TRATAR-PEDIDO
                 END-IF
                 PERFORM LER-PEDIDO
              END-PERFORM
              CLOSE FICHEIRO-PEDIDOS
           END-IF.
       LER-PEDIDO.
           READ FICHEIRO-PEDIDOS
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
       VERIFICAR-PEDIDO.
           MOVE "N" TO REGISTO-DA-PESSOA.
           IF NIF-PROCURADO > 0 AND REG-NIF-CLIENTE = NIF-PROCURADO
              MOVE "S" TO REGISTO-DA-PESSOA
           END-IF.
           IF REG-CONTACTO-CLIENTE > 0
              PERFORM VARYING IDX-CON FROM 1 BY 1
                 UNTIL IDX-CON > NUM-CONTACTOS
                 IF CONTACTO-PESSOA(IDX-CON) = REG-CONTACTO-CLIENTE
                    MOVE "S" TO REGISTO-DA-PESSOA
                 END-IF
              END-PERFORM
           END-IF.
      *    Fatura com NIF ainda dentro do prazo de conservacao.
           MOVE "N" TO PEDIDO-RETIDO.
           IF REG-NIF-CLIENTE > 0
              AND REG-DATA-PEDIDO >= DATA-LIMITE-RETENCAO
              MOVE "S" TO PEDIDO-RETIDO
           END-IF.
       TRATAR-PEDIDO.
           EVALUATE TRUE
              WHEN MODO-LEVANTAR
                 PERFORM JUNTAR-CONTACTO
              WHEN MODO-EXTRATO
                 PERFORM CONTAR-PEDIDO
                 PERFORM IMPRIMIR-PEDIDO
              WHEN MODO-VERIFICAR
                 PERFORM CONTAR-PEDIDO
              WHEN MODO-APAGAR
                 PERFORM ANONIMIZAR-PEDIDO
           END-EVALUATE.
       CONTAR-PEDIDO.
           ADD 1 TO PEDIDOS-ENCONTRADOS.
           IF PEDIDO-RETIDO = "S"
              ADD 1 TO PEDIDOS-A-RETER
           ELSE
              ADD 1 TO PEDIDOS-A-ANONIMIZAR
           END-IF.
           IF NUM-ORDENS < 1000
              ADD 1 TO NUM-ORDENS
              MOVE REG-NUMERO-PEDIDO TO ORD-NUMERO(NUM-ORDENS)
              MOVE REG-DATA-PEDIDO TO ORD-DATA(NUM-ORDENS)
           ELSE
              MOVE "S" TO ORDENS-EXCEDIDAS
           END-IF.
      *-----------------------------------------------------------------
      * Um pedido retido fica com nome, morada e NIF da fatura e perde
      * so o contacto; os outros ficam sem nome, contacto, morada nem
      * NIF. Valores, IVA e itens nao mudam.
      *-----------------------------------------------------------------
       ANONIMIZAR-PEDIDO.
           MOVE 0 TO REG-CONTACTO-CLIENTE.
           IF PEDIDO-RETIDO = "N"
              MOVE NOME-ANONIMO TO REG-NOME-CLIENTE
              MOVE SPACES TO REG-MORADA-CLIENTE
              MOVE 0 TO REG-NIF-CLIENTE
           END-IF.
           REWRITE REG-PEDIDO.
           IF FS-PEDIDOS = "00"
              ADD 1 TO REGISTOS-REGRAVADOS
           ELSE
              ADD 1 TO ERROS-REGRAVACAO
              DISPLAY "ERRO AO REGRAVAR " NOME-FICHEIRO-PEDIDOS
                 " PEDIDO " REG-NUMERO-PEDIDO " (FS=" FS-PEDIDOS ")"
           END-IF.
      *-----------------------------------------------------------------
      * Entregas: pelo contacto ou por um dos pedidos encontrados.
      *-----------------------------------------------------------------
       PERCORRER-ENTREGAS.
           IF MODO-APAGAR
              OPEN I-O FICHEIRO-ENTREGAS
           ELSE
              OPEN INPUT FICHEIRO-ENTREGAS
           END-IF.
           IF FS-ENTREGAS = "00"
              MOVE "N" TO FIM-FICHEIRO
              PERFORM LER-ENTREGA
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 PERFORM VERIFICAR-ENTREGA
                 IF REGISTO-DA-PESSOA = "S"
                    PERFORM TRATAR-ENTREGA
                 END-IF
                 PERFORM LER-ENTREGA
              END-PERFORM
              CLOSE FICHEIRO-ENTREGAS
           END-IF.
       LER-ENTREGA.
           READ FICHEIRO-ENTREGAS
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
       VERIFICAR-ENTREGA.
           MOVE "N" TO REGISTO-DA-PESSOA.
           IF REG-ENT-CONTACTO > 0
              PERFORM VARYING IDX-CON FROM 1 BY 1
                 UNTIL IDX-CON > NUM-CONTACTOS
                 IF CONTACTO-PESSOA(IDX-CON) = REG-ENT-CONTACTO
                    MOVE "S" TO REGISTO-DA-PESSOA
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM VARYING IDX-ORD FROM 1 BY 1
              UNTIL IDX-ORD > NUM-ORDENS
              IF ORD-NUMERO(IDX-ORD) = REG-ENT-NUMERO-PEDIDO
                 AND ORD-DATA(IDX-ORD) = REG-ENT-DATA
                 MOVE "S" TO REGISTO-DA-PESSOA
              END-IF
           END-PERFORM.
       TRATAR-ENTREGA.
           EVALUATE TRUE
              WHEN MODO-EXTRATO
                 ADD 1 TO ENTREGAS-ENCONTRADAS
                 PERFORM IMPRIMIR-ENTREGA
              WHEN MODO-VERIFICAR
                 ADD 1 TO ENTREGAS-ENCONTRADAS
                 IF REG-ENT-AGENDADA OR REG-ENT-PENDENTE
                    OR REG-ENT-SAIU
                    ADD 1 TO EM-CURSO
                 END-IF
              WHEN MODO-APAGAR
                 MOVE NOME-ANONIMO TO REG-ENT-NOME-CLIENTE
                 MOVE 0 TO REG-ENT-CONTACTO
                 MOVE SPACES TO REG-ENT-MORADA
                 REWRITE REG-ENTREGA
                 IF FS-ENTREGAS = "00"
                    ADD 1 TO REGISTOS-REGRAVADOS
                 ELSE
                    ADD 1 TO ERROS-REGRAVACAO
                    DISPLAY "ERRO AO REGRAVAR ENTREGAS PEDIDO "
                       REG-ENT-NUMERO-PEDIDO " (FS=" FS-ENTREGAS ")"
                 END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Cozinha: pelos pedidos encontrados (numero e data).
      *-----------------------------------------------------------------
       PERCORRER-COZINHA.
           IF MODO-APAGAR
              OPEN I-O FICHEIRO-COZINHA
           ELSE
              OPEN INPUT FICHEIRO-COZINHA
           END-IF.
           IF FS-COZINHA = "00"
              MOVE "N" TO FIM-FICHEIRO
              PERFORM LER-COZINHA
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 MOVE "N" TO REGISTO-DA-PESSOA
                 PERFORM VARYING IDX-ORD FROM 1 BY 1
                    UNTIL IDX-ORD > NUM-ORDENS
                    IF ORD-NUMERO(IDX-ORD) = REG-COZ-NUMERO-PEDIDO
                       AND ORD-DATA(IDX-ORD) = REG-COZ-DATA
                       MOVE "S" TO REGISTO-DA-PESSOA
                    END-IF
                 END-PERFORM
                 IF REGISTO-DA-PESSOA = "S"
                    PERFORM TRATAR-COZINHA
                 END-IF
                 PERFORM LER-COZINHA
              END-PERFORM
              CLOSE FICHEIRO-COZINHA
           END-IF.
       LER-COZINHA.
           READ FICHEIRO-COZINHA
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
       TRATAR-COZINHA.
           EVALUATE TRUE
              WHEN MODO-EXTRATO
                 ADD 1 TO COZINHA-ENCONTRADOS
                 PERFORM IMPRIMIR-COZINHA
              WHEN MODO-VERIFICAR
                 ADD 1 TO COZINHA-ENCONTRADOS
                 IF NOT REG-COZ-ENTREGUE
                    ADD 1 TO EM-CURSO
                 END-IF
              WHEN MODO-APAGAR
                 MOVE NOME-ANONIMO TO REG-COZ-NOME-CLIENTE
                 REWRITE REG-COZINHA
                 IF FS-COZINHA = "00"
                    ADD 1 TO REGISTOS-REGRAVADOS
                 ELSE
                    ADD 1 TO ERROS-REGRAVACAO
                    DISPLAY "ERRO AO REGRAVAR COZINHA PEDIDO "
                       REG-COZ-NUMERO-PEDIDO " (FS=" FS-COZINHA ")"
                 END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Fichas de cliente da pessoa (uma por contacto).
      *-----------------------------------------------------------------
       CONTAR-CLIENTES.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF FS-CLIENTES = "00"
              PERFORM VARYING IDX-CON FROM 1 BY 1
                 UNTIL IDX-CON > NUM-CONTACTOS
                 MOVE CONTACTO-PESSOA(IDX-CON) TO REG-CONTACTO-HIST
                 READ FICHEIRO-CLIENTES
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO CLIENTES-ENCONTRADOS
                 END-READ
              END-PERFORM
              CLOSE FICHEIRO-CLIENTES
           END-IF.
       EXTRAIR-CLIENTES.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF FS-CLIENTES = "00"
              PERFORM VARYING IDX-CON FROM 1 BY 1
                 UNTIL IDX-CON > NUM-CONTACTOS
                 MOVE CONTACTO-PESSOA(IDX-CON) TO REG-CONTACTO-HIST
                 READ FICHEIRO-CLIENTES
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO CLIENTES-ENCONTRADOS
                       PERFORM IMPRIMIR-CLIENTE
                 END-READ
              END-PERFORM
              CLOSE FICHEIRO-CLIENTES
           END-IF.
       APAGAR-CLIENTES.
           OPEN I-O FICHEIRO-CLIENTES.
           IF FS-CLIENTES = "00"
              PERFORM VARYING IDX-CON FROM 1 BY 1
                 UNTIL IDX-CON > NUM-CONTACTOS
                 MOVE CONTACTO-PESSOA(IDX-CON) TO REG-CONTACTO-HIST
                 DELETE FICHEIRO-CLIENTES RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO REGISTOS-REGRAVADOS
                 END-DELETE
              END-PERFORM
              CLOSE FICHEIRO-CLIENTES
           END-IF.
      *-----------------------------------------------------------------
      * Linhas do extrato (RGPD.PRN).
      *-----------------------------------------------------------------
       IMPRIMIR-CABECALHO-EXTRATO.
           PERFORM PEGAR-HORA.
           MOVE "PIZZARIA RAMALHO - DADOS PESSOAIS GUARDADOS"
              TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           IF TIPO-CHAVE = "C"
              STRING "CONTACTO " CHAVE-PROCURADA "  EXTRATO DE "
                     DATA-SISTEMA " " HORA-FORMATADA
                     DELIMITED BY SIZE INTO LINHA-EXTRATO
              END-STRING
           ELSE
              STRING "NIF " CHAVE-PROCURADA "  EXTRATO DE "
                     DATA-SISTEMA " " HORA-FORMATADA
                     DELIMITED BY SIZE INTO LINHA-EXTRATO
              END-STRING
           END-IF.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "REFERENCIA " REFERENCIA-PEDIDO
                  DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           MOVE ALL "-" TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
       IMPRIMIR-CLIENTE.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE REG-NUM-PEDIDOS-HIST TO QTD-EDIT.
           STRING "FICHA DE CLIENTE " REG-CONTACTO-HIST
                  "  PEDIDOS " QTD-EDIT "  NIF " REG-CLI-NIF
                  DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "   " REG-CLI-NOME " " REG-CLI-MORADA
                  DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
       IMPRIMIR-PEDIDO.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE REG-TOTAL-FINAL TO TOTAL-EDIT.
           STRING "PEDIDO " REG-NUMERO-PEDIDO " " REG-DATA-PEDIDO " "
                  REG-HORA-PEDIDO " " NOME-FICHEIRO-PEDIDOS
                  " TOTAL " TOTAL-EDIT " NIF " REG-NIF-CLIENTE
                  DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-STRING.
           IF REG-REGISTO-ANULACAO
              MOVE "ESTORNO" TO LINHA-EXTRATO(73:7)
           END-IF.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "   " REG-NOME-CLIENTE " " REG-CONTACTO-CLIENTE
                  DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           IF REG-MORADA-CLIENTE NOT = SPACES
              MOVE SPACES TO LINHA-EXTRATO
              STRING "   " REG-MORADA-CLIENTE
                     DELIMITED BY SIZE INTO LINHA-EXTRATO
              END-STRING
              WRITE LINHA-EXTRATO
           END-IF.
       IMPRIMIR-ENTREGA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "ENTREGA " REG-ENT-NUMERO-PEDIDO " " REG-ENT-DATA
                  " ESTADO " REG-ENT-ESTADO " ESTAFETA "
                  REG-ENT-ESTAFETA
                  DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "   " REG-ENT-NOME-CLIENTE " " REG-ENT-CONTACTO
                  DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "   " REG-ENT-MORADA
                  DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
       IMPRIMIR-COZINHA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "COZINHA " REG-COZ-NUMERO-PEDIDO " " REG-COZ-DATA
                  " ESTADO " REG-COZ-ESTADO " " REG-COZ-NOME-CLIENTE
                  DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
       IMPRIMIR-TOTAIS-EXTRATO.
           MOVE ALL "-" TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE PEDIDOS-ENCONTRADOS TO QTD-EDIT.
           STRING "PEDIDOS " QTD-EDIT DELIMITED BY SIZE
              INTO LINHA-EXTRATO
           END-STRING.
           MOVE ENTREGAS-ENCONTRADAS TO QTD-EDIT.
           STRING "  ENTREGAS " QTD-EDIT DELIMITED BY SIZE
              INTO LINHA-EXTRATO(14:20)
           END-STRING.
           MOVE COZINHA-ENCONTRADOS TO QTD-EDIT.
           STRING "  COZINHA " QTD-EDIT DELIMITED BY SIZE
              INTO LINHA-EXTRATO(30:20)
           END-STRING.
           MOVE CLIENTES-ENCONTRADOS TO QTD-EDIT.
           STRING "  FICHAS " QTD-EDIT DELIMITED BY SIZE
              INTO LINHA-EXTRATO(45:20)
           END-STRING.
           WRITE LINHA-EXTRATO.
       MOSTRAR-CONTAGENS.
           DISPLAY "--------------------------------------------------".
           MOVE CLIENTES-ENCONTRADOS TO QTD-EDIT.
           DISPLAY "FICHAS DE CLIENTE    : " QTD-EDIT.
           MOVE PEDIDOS-ENCONTRADOS TO QTD-EDIT.
           DISPLAY "PEDIDOS              : " QTD-EDIT.
           MOVE ENTREGAS-ENCONTRADAS TO QTD-EDIT.
           DISPLAY "ENTREGAS             : " QTD-EDIT.
           MOVE COZINHA-ENCONTRADOS TO QTD-EDIT.
           DISPLAY "REGISTOS DA COZINHA  : " QTD-EDIT.
           IF ORDENS-EXCEDIDAS = "S"
              DISPLAY "AVISO: MAIS DE 1000 PEDIDOS - A COZINHA SO E "
                 "PROCURADA PELOS PRIMEIROS 1000."
           END-IF.
           DISPLAY "--------------------------------------------------".
      *-----------------------------------------------------------------
      * Registo do pedido do titular em RGPD.DAT (tipo ja movido).
      *-----------------------------------------------------------------
       GRAVAR-REGISTO-RGPD.
           PERFORM PEGAR-HORA.
           MOVE DATA-SISTEMA TO REG-RGP-DATA.
           MOVE HORA-FORMATADA TO REG-RGP-HORA.
           MOVE CODIGO-OPERADOR TO REG-RGP-OPERADOR.
           MOVE TIPO-CHAVE TO REG-RGP-CHAVE-TIPO.
           MOVE CHAVE-PROCURADA TO REG-RGP-CHAVE.
           MOVE REFERENCIA-PEDIDO TO REG-RGP-REFERENCIA.
           MOVE PEDIDOS-ENCONTRADOS TO REG-RGP-PEDIDOS.
           MOVE ENTREGAS-ENCONTRADAS TO REG-RGP-ENTREGAS.
           MOVE COZINHA-ENCONTRADOS TO REG-RGP-COZINHA.
           MOVE CLIENTES-ENCONTRADOS TO REG-RGP-CLIENTES.
           IF REG-RGP-APAGAMENTO
              MOVE PEDIDOS-A-ANONIMIZAR TO REG-RGP-ANONIMIZADOS
              MOVE PEDIDOS-A-RETER TO REG-RGP-RETIDOS
           ELSE
              MOVE 0 TO REG-RGP-ANONIMIZADOS
              MOVE 0 TO REG-RGP-RETIDOS
           END-IF.
           OPEN EXTEND FICHEIRO-RGPD.
           IF FS-RGPD NOT = "00"
              OPEN OUTPUT FICHEIRO-RGPD
           END-IF.
           IF FS-RGPD = "00"
              WRITE REG-RGPD
              CLOSE FICHEIRO-RGPD
           ELSE
              DISPLAY "ERRO AO GRAVAR RGPD.DAT (FS=" FS-RGPD ")"
           END-IF.
       PEGAR-HORA.
           ACCEPT HORA-SISTEMA FROM TIME.
           STRING HORA-SISTEMA(1:2) ":"
                  HORA-SISTEMA(3:2) ":"
                  HORA-SISTEMA(5:2)
                  DELIMITED BY SIZE
                  INTO HORA-FORMATADA
           END-STRING.
      *-----------------------------------------------------------------
      * Identificacao do operador: codigo e PIN contra as fichas ativas
      * de OPERADORES.DAT; tres tentativas falhadas terminam o
      * programa. Sem fichas ativas trabalha-se como dantes, sem
      * identificacao (operador 00 com todas as funcoes).
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
              STOP RUN
           END-IF.
           DISPLAY "Codigo de operador: " WITH NO ADVANCING.
           ACCEPT CODIGO-OPERADOR.
           DISPLAY "PIN: " WITH NO ADVANCING.
           ACCEPT PIN-TENTATIVA.
           IF CODIGO-OPERADOR < 1 OR CODIGO-OPERADOR > 20
              ADD 1 TO TENTATIVAS-OPERADOR
              DISPLAY "CODIGO OU PIN ERRADO!"
              GO TO IDENTIFICAR-OPERADOR-PIN
           END-IF.
           IF MOP-NOME(CODIGO-OPERADOR) = SPACES
              OR MOP-ATIVO(CODIGO-OPERADOR) NOT = "S"
              OR MOP-PIN(CODIGO-OPERADOR) NOT = PIN-TENTATIVA
              ADD 1 TO TENTATIVAS-OPERADOR
              DISPLAY "CODIGO OU PIN ERRADO!"
              GO TO IDENTIFICAR-OPERADOR-PIN
           END-IF.
           MOVE MOP-NOME(CODIGO-OPERADOR) TO NOME-OPERADOR.
           MOVE MOP-FUNCAO(CODIGO-OPERADOR) TO FUNCAO-OPERADOR.
           DISPLAY "OPERADOR: " CODIGO-OPERADOR " " NOME-OPERADOR.
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
           END PROGRAM 828_PIZZARIA_RGPD.
