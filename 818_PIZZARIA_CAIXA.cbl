      *          fecho do dia (811_PIZZARIA_FECHO) que cruza fundo +
      *          vendas em numerario + entradas - saidas contra o
      *          contado e imprime a diferenca por sessao.
      *          Com fichas de operador (OPERADORES.DAT) o posto
      *          comeca pela identificacao com codigo e PIN, cada
      *          movimento fica com o codigo do operador e as saidas
      *          de caixa ficam reservadas a supervisor ou gerente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-CAIXA ASSIGN TO "CAIXA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXA.
           SELECT FICHEIRO-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CAIXA.
           COPY CAIXA.
       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.
       WORKING-STORAGE SECTION.
       77 FS-CAIXA                  PIC XX.
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
           88 NAO-HA-MAIS-MOVIMENTOS VALUE "S".
       77 OPCAO                     PIC 9.
           DISPLAY "   PIZZARIA RAMALHO - SESSOES DE CAIXA".
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-FIM.
           PERFORM APURAR-SESSAO.
           IF SESSAO-ABERTA = "S"
              DISPLAY "SESSAO DE CAIXA EM ABERTO."
           PERFORM PEGAR-HORA.
           MOVE DATA-SISTEMA TO REG-CX-DATA.
           MOVE HORA-FORMATADA TO REG-CX-HORA.
           MOVE CODIGO-OPERADOR TO REG-CX-OPERADOR.
           OPEN EXTEND FICHEIRO-CAIXA.
           IF FS-CAIXA NOT = "00"
              OPEN OUTPUT FICHEIRO-CAIXA
      * Saida de caixa (combustivel do estafeta, compra urgente...).
      *-----------------------------------------------------------------
       REGISTAR-SAIDA.
           EVALUATE TRUE
              WHEN NOT FUNCAO-SUPERVISAO
                 DISPLAY "SO SUPERVISOR OU GERENTE PODE FAZER SAIDAS "
                    "DE CAIXA."
              WHEN SESSAO-ABERTA = "N"
                 DISPLAY "NAO HA SESSAO EM ABERTO - ABRA A SESSAO "
                    "PRIMEIRO."
              WHEN OTHER
                 DISPLAY "Valor da saida (99999.99): "
                    WITH NO ADVANCING
                 ACCEPT VALOR-ENTRADA
                 PERFORM LER-MOTIVO
                 MOVE "S" TO REG-CX-TIPO
                 MOVE VALOR-ENTRADA TO REG-CX-VALOR
                 MOVE MOTIVO-ENTRADA TO REG-CX-MOTIVO
                 PERFORM GRAVAR-MOVIMENTO
                 DISPLAY "SAIDA REGISTADA."
           END-EVALUATE.
       LER-MOTIVO.
           DISPLAY "Motivo: " WITH NO ADVANCING.
           ACCEPT MOTIVO-ENTRADA.
              DISPLAY "SEM MOVIMENTOS DE CAIXA (CAIXA.DAT AUSENTE)."
           ELSE
              DISPLAY "-----------------------------------------------"
              DISPLAY "Tipo Hora         Valor Op Motivo"
              DISPLAY "-----------------------------------------------"
              PERFORM LER-MOVIMENTO
              PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS
                    ADD 1 TO MOVIMENTOS-DO-DIA
                    MOVE REG-CX-VALOR TO VALOR-EDIT
                    DISPLAY REG-CX-TIPO "    " REG-CX-HORA " "
                       VALOR-EDIT " " REG-CX-OPERADOR " "
                       REG-CX-MOTIVO
                 END-IF
                 PERFORM LER-MOVIMENTO
              END-PERFORM
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
           END PROGRAM 818_PIZZARIA_CAIXA.
