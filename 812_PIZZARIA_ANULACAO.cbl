      *          o pedido certo no 807. O codigo de supervisor vive no
      *          registo SUPRV de PRECOS.DAT (nome do artigo), mudavel
      *          em 810_PIZZARIA_PRECOS; sem ficheiro vale MESTRE.
      *          O registo de auditoria e partilhado (AUDITORIA.CPY)
      *          com os estornos automaticos das entregas falhadas do
      *          809; aqui o estorno leva o motivo 0 (anulacao).
      *          Com fichas de operador (OPERADORES.DAT) o programa
      *          comeca pela identificacao com codigo e PIN e so um
      *          supervisor ou gerente pode anular; o nome e o codigo
      *          de quem autorizou ficam na auditoria. Sem fichas
      *          vale o codigo SUPRV como dantes.
      *          Se o pedido foi pago com vale de oferta, o valor do
      *          vale volta ao saldo (VALES.DAT / MOVVALES.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT FICHEIRO-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT FICHEIRO-VALES ASSIGN TO "VALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VALES.
           SELECT FICHEIRO-MOVVALES ASSIGN TO "MOVVALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVVALES.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PEDIDOS.
       FD  FICHEIRO-PRECOS.
           COPY PRECO.
       FD  FICHEIRO-AUDITORIA.
           COPY AUDITORIA.
       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.
       FD  FICHEIRO-VALES.
           COPY VALE.
       FD  FICHEIRO-MOVVALES.
           COPY MOVVALE.
       WORKING-STORAGE SECTION.
       77 FS-PEDIDOS                PIC XX.
       77 FS-PRECOS                 PIC XX.
       77 FS-AUDITORIA              PIC XX.
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
           88 NAO-HA-MAIS-PEDIDOS   VALUE "S".
       77 CODIGO-SUPERVISOR         PIC X(11) VALUE "MESTRE".
       77 HORA-SISTEMA              PIC X(08).
       77 HORA-FORMATADA            PIC X(08).
       77 TOTAL-EDIT                PIC ZZ9.99.
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
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
                  DELIMITED BY SIZE
                  INTO HORA-FORMATADA
           END-STRING.
           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-FIM.
           IF OPERADORES-CARREGADOS = "S"
              IF NOT FUNCAO-SUPERVISAO
                 DISPLAY "SO SUPERVISOR OU GERENTE PODE ANULAR "
                    "PEDIDOS."
                 STOP RUN
              END-IF
              MOVE NOME-OPERADOR TO NOME-SUPERVISOR
              GO TO PEDIR-NUMERO
           END-IF.
           PERFORM LER-CODIGO-SUPERVISOR.
       AUTORIZAR.
           IF TENTATIVAS >= 3
           END-IF.
           PERFORM GRAVAR-ESTORNO.
           PERFORM GRAVAR-AUDITORIA.
           IF REG-VALOR-VALE > 0
              PERFORM REPOR-VALE
           END-IF.
           DISPLAY "PEDIDO " NUMERO-PROCURADO " ANULADO. PARA "
              "CORRIGIR, MARQUE O PEDIDO CERTO NO 807.".
           STOP RUN.
       GRAVAR-ESTORNO.
           MOVE PEDIDO-ORIGINAL TO REG-PEDIDO.
           MOVE "A" TO REG-TIPO-REGISTO.
           MOVE 0 TO REG-MOTIVO-ANULACAO.
           OPEN EXTEND FICHEIRO-PEDIDOS.
           IF FS-PEDIDOS NOT = "00"
              DISPLAY "ERRO AO GRAVAR O ESTORNO!"
           MOVE NOME-SUPERVISOR TO REG-AUD-SUPERVISOR.
           MOVE MOTIVO-ANULACAO TO REG-AUD-MOTIVO.
           MOVE REG-TOTAL-FINAL TO REG-AUD-TOTAL.
           MOVE 0 TO REG-AUD-MOTIVO-CODIGO.
           MOVE CODIGO-OPERADOR TO REG-AUD-OPERADOR.
           OPEN EXTEND FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA NOT = "00"
              OPEN OUTPUT FICHEIRO-AUDITORIA
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
              MOVE CODIGO-OPERADOR   TO REG-MVV-OPERADOR
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
      * Codigo de supervisor: registo SUPRV de PRECOS.DAT; sem ele
      * vale o codigo por omissao.
      *-----------------------------------------------------------------
              END-READ
              CLOSE FICHEIRO-PRECOS
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
           END PROGRAM 812_PIZZARIA_ANULACAO.
