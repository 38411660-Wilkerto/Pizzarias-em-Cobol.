      *          mantem aqui: validade, dia da semana, banda horaria,
      *          regra (dois por um, menu a preco fixo, percentagem)
      *          e valor, avaliadas pelo 807 ao totalizar o pedido.
      *          Com fichas de operador (OPERADORES.DAT) o programa
      *          comeca pela identificacao com codigo e PIN; um
      *          operador so pode consultar (listagens), as
      *          alteracoes ficam para supervisor ou gerente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-PROMOS ASSIGN TO "PROMOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PROMOS.
           SELECT FICHEIRO-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PRECOS.
           COPY STOCK.
       FD  FICHEIRO-PROMOS.
           COPY PROMO.
       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.
       WORKING-STORAGE SECTION.
       77 FS-PRECOS                 PIC XX.
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
       77 FIM-FICHEIRO              PIC X VALUE "N".
           88 NAO-HA-MAIS-PRECOS    VALUE "S".
       77 OPCAO                     PIC 9(02).
           DISPLAY "   PIZZARIA RAMALHO - MANUTENCAO DE PRECOS".
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-FIM.
           OPEN INPUT FICHEIRO-PRECOS.
           IF FS-PRECOS NOT = "00"
              DISPLAY "PRECOS.DAT INEXISTENTE - USE A OPCAO 4 PARA"
              DISPLAY "OPCAO INVALIDA!"
              GO TO MENU-PRINCIPAL
           END-IF.
           IF NOT FUNCAO-SUPERVISAO
              AND (OPCAO = 2 OR 3 OR 4 OR 6 OR 8 OR 11)
              DISPLAY "OPCAO SO PARA SUPERVISOR OU GERENTE!"
              GO TO MENU-PRINCIPAL
           END-IF.
           EVALUATE OPCAO
              WHEN 1 PERFORM LISTAR-PRECOS
              WHEN 2 PERFORM ALTERAR-NOME
              WHEN 8 PERFORM DEFINIR-RECEITA
                 THRU DEFINIR-RECEITA-FIM
              WHEN 9 PERFORM LISTAR-ZONAS
                 IF FUNCAO-SUPERVISAO
                    PERFORM DEFINIR-ZONA THRU DEFINIR-ZONA-FIM
                 END-IF
              WHEN 10 PERFORM LISTAR-PROMOCOES
              WHEN 11 PERFORM DEFINIR-PROMOCAO
                 THRU DEFINIR-PROMOCAO-FIM
              END-IF
              GO TO DEFINIR-STOCK-CICLO
           END-IF.
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
           END PROGRAM 810_PIZZARIA_PRECOS.
