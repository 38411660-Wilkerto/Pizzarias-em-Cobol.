      *          num relatorio de margem: preco de venda contra custo
      *          medio de compra, com aviso quando o custo do
      *          fornecedor passa o que se cobra.
      *          Os fornecedores tem ficha (FORNECEDORES.DAT: codigo,
      *          nome, NIF e, por ingrediente, embalagem e preco
      *          acordado). A partir da falta de stock (a mesma conta
      *          da lista de compras do 811) o programa propoe
      *          encomendas ao fornecedor mais barato de cada
      *          ingrediente, em embalagens inteiras, e grava-as em
      *          ENCOMENDAS.DAT, abertas ate a mercadoria chegar. Na
      *          entrada de mercadoria escolhe-se a encomenda aberta;
      *          entregas curtas e custos acima do acordado sao
      *          assinalados, e o relatorio de encomendas lista as
      *          abertas, as fechadas com falta e os desvios de preco
      *          por fornecedor. Sem ficheiro de fichas, a entrada
      *          aceita o nome escrito como dantes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FICHEIRO-RESUMOS ASSIGN TO "RESUMOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RESUMOS.
           SELECT FICHEIRO-FORNECEDORES ASSIGN TO "FORNECEDORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FORNECEDORES.
           SELECT FICHEIRO-ENCOMENDAS ASSIGN TO "ENCOMENDAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ENCOMENDAS.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-COMPRAS.
           COPY PEDIDO REPLACING LEADING ==REG-== BY ==ARQ-==.
       FD  FICHEIRO-RESUMOS.
           COPY RESUMO.
       FD  FICHEIRO-FORNECEDORES.
           COPY FORNECEDOR.
       FD  FICHEIRO-ENCOMENDAS.
           COPY ENCOMENDA.
       WORKING-STORAGE SECTION.
       77 FS-COMPRAS                PIC XX.
       77 FS-STOCK                  PIC XX.
       77 FS-PEDIDOS                PIC XX.
       77 FS-HIST-ANO               PIC XX.
       77 FS-RESUMOS                PIC XX.
       77 FS-FORNECEDORES           PIC XX.
       77 FS-ENCOMENDAS             PIC XX.
       77 NOME-HIST-ANO             PIC X(12).
       77 ANO-INICIAL               PIC 9(04).
       77 ANO-FINAL                 PIC 9(04).
           88 NAO-HA-MAIS-STOCK     VALUE "S".
       77 FIM-PRECOS                PIC X VALUE "N".
           88 NAO-HA-MAIS-PRECOS    VALUE "S".
       77 FIM-FORNECEDORES          PIC X VALUE "N".
           88 NAO-HA-MAIS-FORNECEDORES VALUE "S".
       77 FIM-ENCOMENDAS            PIC X VALUE "N".
           88 NAO-HA-MAIS-ENCOMENDAS VALUE "S".
       77 OPCAO                     PIC 9.
           88 VALIDAR-OPCAO         VALUES 0 THRU 7.
       77 CONFIRMA                  PIC X.
           88 VALIDAR-CONFIRMA      VALUES "s","S","n","N".
           88 CONFIRMA-SIM          VALUES "s","S".
       77 ATIVO-ENTRADA             PIC X.
           88 VALIDAR-ATIVO-ENTRADA VALUES "s","S","n","N".
           88 ATIVO-ENTRADA-SIM     VALUES "s","S".
       77 FICHAS-CARREGADAS         PIC X VALUE "N".
       77 ENCOMENDAS-EXCEDIDA       PIC X VALUE "N".
       77 CODIGO-FORNECEDOR         PIC 9(02).
       77 CODIGO-PEDIDO-FOR         PIC 9(02).
       77 NOME-FORNECEDOR-ENTRADA   PIC X(20).
       77 NIF-ENTRADA               PIC 9(09).
       77 EMBALAGEM-ENTRADA         PIC 9(04).
       77 PRECO-ACORDADO-ENTRADA    PIC 9(03)V9(02).
       77 NUMERO-ENCOMENDA          PIC 9(05).
       77 PROXIMO-NUMERO-ENC        PIC 9(05).
       77 NUM-ENCOMENDAS            PIC 9(03) VALUE 0.
       77 IDX-ENC                   PIC 9(03).
       77 IDX-FOR                   PIC 9(02).
       77 POSICAO-ENCOMENDA         PIC 9(03).
       77 ENCOMENDA-VALIDA          PIC X VALUE "N".
       77 LINHAS-LISTADAS           PIC 9(05).
       77 LINHAS-PROPOSTAS          PIC 9(03).
       77 QTD-PENDENTE              PIC 9(05).
       77 QTD-EM-FALTA              PIC S9(06).
       77 NUM-EMBALAGENS            PIC 9(05).
       77 PRECO-ACORDADO            PIC 9(03)V9(02).
       77 MELHOR-PRECO              PIC 9(03)V9(02).
       77 EXCESSO-PRECO             PIC 9(07)V9(02).
       77 TOTAL-EXCESSO             PIC 9(07)V9(02).
       77 DATA-INICIO-DESVIOS       PIC 9(08).
       77 STOCK-LIDO                PIC X VALUE "N".
       77 CODIGO-NUM                PIC 9(02).
       77 FORNECEDOR-ENTRADA        PIC X(20).
       77 MARGEM-EDIT               PIC -ZZ9.9999.
       77 MARGEM-TOTAL-EDIT         PIC -ZZZZZZ9.99.
       77 VALOR-COMPRA-EDIT         PIC ZZZZZZ9.99.
       77 NIF-EDIT                  PIC 9(09).
      *-----------------------------------------------------------------
      * Stock em memoria para repor a quantidade recebida (mesmo
      * desenho da manutencao em 810_PIZZARIA_PRECOS).
               10 STOCK-INICIAL     PIC 9(05).
               10 STOCK-ATUAL       PIC 9(05).
      *-----------------------------------------------------------------
      * Fichas de fornecedores em memoria (FORNECEDORES.DAT e
      * sequencial, um registo por codigo 01..20, regravado por
      * inteiro; um nome a espacos marca a entrada como nao
      * definida). Embalagem 0 = o fornecedor nao tem o ingrediente.
      *-----------------------------------------------------------------
       01  TABELA-MESTRE-FORNECEDORES.
           05 MESTRE-FORNECEDOR OCCURS 20 TIMES.
               10 MFR-NOME          PIC X(20).
               10 MFR-NIF           PIC 9(09).
               10 MFR-ATIVO         PIC X(01).
               10 MFR-ARTIGO OCCURS 10 TIMES.
                   15 MFR-EMBALAGEM PIC 9(04).
                   15 MFR-PRECO     PIC 9(03)V9(02).
      *-----------------------------------------------------------------
      * Linhas de encomenda carregadas em memoria: o ficheiro e
      * sequencial, por isso cada alteracao regrava o ficheiro
      * completo (mesmo desenho da fila de entregas do 809).
      *-----------------------------------------------------------------
       01  TABELA-ENCOMENDAS.
           05 ENC-LINHA OCCURS 500 TIMES.
               10 ENC-NUMERO        PIC 9(05).
               10 ENC-DATA          PIC 9(08).
               10 ENC-FORNECEDOR    PIC 9(02).
               10 ENC-INGREDIENTE   PIC 9(02).
               10 ENC-QTD-ENCOMENDADA PIC 9(05).
               10 ENC-PRECO-ACORDADO PIC 9(03)V9(02).
               10 ENC-QTD-RECEBIDA  PIC 9(05).
               10 ENC-DATA-RECECAO  PIC 9(08).
               10 ENC-CUSTO-RECEBIDO PIC 9(03)V9(02).
               10 ENC-ESTADO        PIC X(01).
      *-----------------------------------------------------------------
      * Proposta de encomenda por ingrediente (fornecedor escolhido e
      * quantidade em embalagens inteiras) e o que ja esta encomendado
      * e por chegar; desvios de preco acumulados por fornecedor.
      *-----------------------------------------------------------------
       01  TABELA-PROPOSTA.
           05 PROPOSTA-LINHA OCCURS 10 TIMES.
               10 PROP-FORNECEDOR   PIC 9(02).
               10 PROP-QUANTIDADE   PIC 9(05).
               10 PROP-PENDENTE     PIC 9(06).
       01  TABELA-DESVIOS.
           05 DESVIO-FORNECEDOR OCCURS 20 TIMES.
               10 DSV-ENTREGAS      PIC 9(05).
               10 DSV-EXCESSO       PIC 9(07)V9(02).
      *-----------------------------------------------------------------
      * Acumuladores do relatorio de margem, por ingrediente: o que
      * se comprou (quantidade e custo) e o que se vendeu.
      *-----------------------------------------------------------------
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM CARREGAR-EMENTA.
           PERFORM CARREGAR-FORNECEDORES.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1 - Registar entrega de fornecedor".
           DISPLAY "2 - Listar compras".
           DISPLAY "3 - Relatorio de margem por ingrediente".
           DISPLAY "4 - Fichas de fornecedores".
           DISPLAY "5 - Propor encomendas (falta de stock)".
           DISPLAY "6 - Encomendas em aberto e desvios de preco".
           DISPLAY "7 - Cancelar encomenda".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
                 THRU REGISTAR-ENTREGA-FIM
              WHEN 2 PERFORM LISTAR-COMPRAS
              WHEN 3 PERFORM RELATORIO-MARGEM
              WHEN 4 PERFORM GERIR-FORNECEDORES
                 THRU GERIR-FORNECEDORES-FIM
              WHEN 5 PERFORM PROPOR-ENCOMENDAS
                 THRU PROPOR-ENCOMENDAS-FIM
              WHEN 6 PERFORM RELATORIO-ENCOMENDAS
              WHEN 7 PERFORM CANCELAR-ENCOMENDA
                 THRU CANCELAR-ENCOMENDA-FIM
              WHEN 0 GO TO FIM
           END-EVALUATE.
           GO TO MENU-PRINCIPAL.
           STOP RUN.
      *-----------------------------------------------------------------
      * Regista uma entrega de fornecedor: grava a compra e repoe a
      * quantidade recebida no stock atual do ingrediente. Com fichas
      * de fornecedores pede o codigo e a encomenda aberta que a
      * entrega satisfaz (0 = sem encomenda); sem FORNECEDORES.DAT
      * aceita o nome escrito, como dantes, com codigo 0.
      *-----------------------------------------------------------------
       REGISTAR-ENTREGA.
           MOVE 0 TO CODIGO-FORNECEDOR.
           MOVE 0 TO NUMERO-ENCOMENDA.
           MOVE 0 TO POSICAO-ENCOMENDA.
           PERFORM CARREGAR-ENCOMENDAS.
       REGISTAR-ENTREGA-FORN.
           IF FICHAS-CARREGADAS = "N"
              DISPLAY "Fornecedor: " WITH NO ADVANCING
              ACCEPT FORNECEDOR-ENTRADA
              IF FORNECEDOR-ENTRADA = SPACES
                 DISPLAY "O FORNECEDOR E OBRIGATORIO!"
                 GO TO REGISTAR-ENTREGA-FORN
              END-IF
              GO TO REGISTAR-ENTREGA-INGR
           END-IF.
           DISPLAY "Codigo do fornecedor (1-20): " WITH NO ADVANCING.
           ACCEPT CODIGO-FORNECEDOR.
           IF CODIGO-FORNECEDOR < 1 OR CODIGO-FORNECEDOR > 20
              DISPLAY "CODIGO INVALIDO!"
              GO TO REGISTAR-ENTREGA-FORN
           END-IF.
           IF MFR-NOME(CODIGO-FORNECEDOR) = SPACES
              DISPLAY "FORNECEDOR SEM FICHA - DEFINA-A NA OPCAO 4."
              GO TO REGISTAR-ENTREGA-FORN
           END-IF.
           MOVE MFR-NOME(CODIGO-FORNECEDOR) TO FORNECEDOR-ENTRADA.
           DISPLAY "Fornecedor: " FORNECEDOR-ENTRADA.
           IF ENCOMENDAS-EXCEDIDA = "S"
              DISPLAY "ENCOMENDAS.DAT EXCEDE A TABELA - ENTREGA "
                 "REGISTADA SEM ENCOMENDA."
              GO TO REGISTAR-ENTREGA-INGR
           END-IF.
           PERFORM LISTAR-ENCOMENDAS-FORNECEDOR.
           IF LINHAS-LISTADAS = 0
              DISPLAY "SEM ENCOMENDAS EM ABERTO DESTE FORNECEDOR."
              GO TO REGISTAR-ENTREGA-INGR
           END-IF.
       REGISTAR-ENTREGA-ENC.
           DISPLAY "Numero da encomenda (0=sem encomenda): "
              WITH NO ADVANCING.
           ACCEPT NUMERO-ENCOMENDA.
           IF NUMERO-ENCOMENDA = 0
              GO TO REGISTAR-ENTREGA-INGR
           END-IF.
           MOVE "N" TO ENCOMENDA-VALIDA.
           PERFORM VARYING IDX-ENC FROM 1 BY 1
              UNTIL IDX-ENC > NUM-ENCOMENDAS
              IF ENC-NUMERO(IDX-ENC) = NUMERO-ENCOMENDA
                 AND ENC-FORNECEDOR(IDX-ENC) = CODIGO-FORNECEDOR
                 AND ENC-ESTADO(IDX-ENC) = "A"
                 MOVE "S" TO ENCOMENDA-VALIDA
              END-IF
           END-PERFORM.
           IF ENCOMENDA-VALIDA = "N"
              DISPLAY "ENCOMENDA INEXISTENTE OU JA FECHADA!"
              GO TO REGISTAR-ENTREGA-ENC
           END-IF.
       REGISTAR-ENTREGA-INGR.
           DISPLAY "Ingrediente (1-10): " WITH NO ADVANCING.
              GO TO REGISTAR-ENTREGA-INGR
           END-IF.
           DISPLAY "Ingrediente: " NOME-EMENTA(INGREDIENTE-ENTRADA).
           MOVE 0 TO PRECO-ACORDADO.
           IF NUMERO-ENCOMENDA > 0
              PERFORM PROCURAR-LINHA-ENCOMENDA
              IF POSICAO-ENCOMENDA = 0
                 DISPLAY "INGREDIENTE NAO CONSTA DA ENCOMENDA "
                    NUMERO-ENCOMENDA "!"
                 GO TO REGISTAR-ENTREGA-INGR
              END-IF
              MOVE ENC-PRECO-ACORDADO(POSICAO-ENCOMENDA)
                 TO PRECO-ACORDADO
              COMPUTE QTD-PENDENTE =
                 ENC-QTD-ENCOMENDADA(POSICAO-ENCOMENDA)
                 - ENC-QTD-RECEBIDA(POSICAO-ENCOMENDA)
              MOVE ENC-QTD-ENCOMENDADA(POSICAO-ENCOMENDA) TO QTD-EDIT
              DISPLAY "Encomendado: " QTD-EDIT WITH NO ADVANCING
              MOVE QTD-PENDENTE TO QTD-EDIT
              DISPLAY "  Por receber: " QTD-EDIT
           ELSE
              IF CODIGO-FORNECEDOR > 0
                 MOVE MFR-PRECO(CODIGO-FORNECEDOR, INGREDIENTE-ENTRADA)
                    TO PRECO-ACORDADO
              END-IF
           END-IF.
       REGISTAR-ENTREGA-QTD.
           DISPLAY "Quantidade recebida (99999): " WITH NO ADVANCING.
           ACCEPT QUANTIDADE-ENTRADA.
           ACCEPT CUSTO-ENTRADA.
           DISPLAY "Numero da fatura: " WITH NO ADVANCING.
           ACCEPT FATURA-ENTRADA.
           IF PRECO-ACORDADO > 0 AND CUSTO-ENTRADA > PRECO-ACORDADO
              MOVE PRECO-ACORDADO TO CUSTO-EDIT
              DISPLAY "*** CUSTO ACIMA DO PRECO ACORDADO ("
                 CUSTO-EDIT ") - RECLAMAR AO FORNECEDOR! ***"
           END-IF.
           MOVE DATA-SISTEMA TO REG-CMP-DATA.
           MOVE FORNECEDOR-ENTRADA TO REG-CMP-FORNECEDOR.
           MOVE INGREDIENTE-ENTRADA TO REG-CMP-INGREDIENTE.
           MOVE QUANTIDADE-ENTRADA TO REG-CMP-QUANTIDADE.
           MOVE CUSTO-ENTRADA TO REG-CMP-CUSTO-UNIT.
           MOVE FATURA-ENTRADA TO REG-CMP-FATURA.
           MOVE CODIGO-FORNECEDOR TO REG-CMP-COD-FORNECEDOR.
           MOVE NUMERO-ENCOMENDA TO REG-CMP-ENCOMENDA.
           OPEN EXTEND FICHEIRO-COMPRAS.
           IF FS-COMPRAS NOT = "00"
              OPEN OUTPUT FICHEIRO-COMPRAS
           WRITE REG-COMPRA.
           CLOSE FICHEIRO-COMPRAS.
           PERFORM REPOR-STOCK.
           IF POSICAO-ENCOMENDA > 0
              PERFORM ATUALIZAR-ENCOMENDA THRU ATUALIZAR-ENCOMENDA-FIM
           END-IF.
           DISPLAY "ENTREGA REGISTADA.".
       REGISTAR-ENTREGA-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Linhas abertas das encomendas do fornecedor escolhido.
      *-----------------------------------------------------------------
       LISTAR-ENCOMENDAS-FORNECEDOR.
           MOVE 0 TO LINHAS-LISTADAS.
           PERFORM VARYING IDX-ENC FROM 1 BY 1
              UNTIL IDX-ENC > NUM-ENCOMENDAS
              IF ENC-FORNECEDOR(IDX-ENC) = CODIGO-FORNECEDOR
                 AND ENC-ESTADO(IDX-ENC) = "A"
                 IF LINHAS-LISTADAS = 0
                    DISPLAY "Encomendas em aberto:"
                    DISPLAY "Enc.  Data     Ingrediente Encom. Receb."
                 END-IF
                 ADD 1 TO LINHAS-LISTADAS
                 PERFORM MOSTRAR-LINHA-ENCOMENDA
              END-IF
           END-PERFORM.
       MOSTRAR-LINHA-ENCOMENDA.
           MOVE ENC-QTD-ENCOMENDADA(IDX-ENC) TO QTD-EDIT.
           MOVE ENC-QTD-RECEBIDA(IDX-ENC) TO CONTAGEM-EDIT.
           DISPLAY ENC-NUMERO(IDX-ENC) " " ENC-DATA(IDX-ENC) " "
              NOME-EMENTA(ENC-INGREDIENTE(IDX-ENC)) " " QTD-EDIT
              " " CONTAGEM-EDIT.
       PROCURAR-LINHA-ENCOMENDA.
           MOVE 0 TO POSICAO-ENCOMENDA.
           PERFORM VARYING IDX-ENC FROM 1 BY 1
              UNTIL IDX-ENC > NUM-ENCOMENDAS
              IF ENC-NUMERO(IDX-ENC) = NUMERO-ENCOMENDA
                 AND ENC-INGREDIENTE(IDX-ENC) = INGREDIENTE-ENTRADA
                 AND ENC-ESTADO(IDX-ENC) = "A"
                 MOVE IDX-ENC TO POSICAO-ENCOMENDA
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Soma a entrega a linha da encomenda. Entregue o que faltava,
      * a linha fica recebida; uma entrega curta e assinalada e o
      * operador decide se a linha fica aberta a espera do resto ou
      * se fecha com falta.
      *-----------------------------------------------------------------
       ATUALIZAR-ENCOMENDA.
           ADD QUANTIDADE-ENTRADA
              TO ENC-QTD-RECEBIDA(POSICAO-ENCOMENDA).
           MOVE DATA-SISTEMA TO ENC-DATA-RECECAO(POSICAO-ENCOMENDA).
           MOVE CUSTO-ENTRADA TO ENC-CUSTO-RECEBIDO(POSICAO-ENCOMENDA).
           IF QUANTIDADE-ENTRADA >= QTD-PENDENTE
              MOVE "R" TO ENC-ESTADO(POSICAO-ENCOMENDA)
              IF QUANTIDADE-ENTRADA > QTD-PENDENTE
                 COMPUTE QTD-EDIT = QUANTIDADE-ENTRADA - QTD-PENDENTE
                 DISPLAY "RECEBIDO A MAIS DO QUE O ENCOMENDADO: "
                    QTD-EDIT
              END-IF
              GO TO ATUALIZAR-ENCOMENDA-GRAVAR
           END-IF.
           COMPUTE QTD-EDIT = QTD-PENDENTE - QUANTIDADE-ENTRADA.
           DISPLAY "*** ENTREGA CURTA - FALTAM " QTD-EDIT " ***".
       ATUALIZAR-ENCOMENDA-FALTA.
           DISPLAY "Aguardar o resto desta linha? (S/N): "
              WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF NOT VALIDAR-CONFIRMA
              DISPLAY "DIGITE S OU N!"
              GO TO ATUALIZAR-ENCOMENDA-FALTA
           END-IF.
           IF NOT CONFIRMA-SIM
              MOVE "F" TO ENC-ESTADO(POSICAO-ENCOMENDA)
              DISPLAY "LINHA FECHADA COM FALTA."
           END-IF.
       ATUALIZAR-ENCOMENDA-GRAVAR.
           PERFORM GRAVAR-ENCOMENDAS.
       ATUALIZAR-ENCOMENDA-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Repoe a quantidade recebida no stock atual (STOCK.DAT). Sem
      * ficheiro a compra fica registada na mesma, so o stock e que
      * nao e tocado.
                 DISPLAY REG-CMP-DATA " " REG-CMP-FORNECEDOR " "
                    REG-CMP-INGREDIENTE " " QTD-EDIT " " CUSTO-EDIT
                 DISPLAY "         Fatura: " REG-CMP-FATURA
                    "  Encomenda: " REG-CMP-ENCOMENDA
                 PERFORM LER-COMPRA
              END-PERFORM
              CLOSE FICHEIRO-COMPRAS
           READ FICHEIRO-PRECOS NEXT
              AT END MOVE "S" TO FIM-PRECOS
           END-READ.
      *-----------------------------------------------------------------
      * Fichas de fornecedores (FORNECEDORES.DAT): carga para a
      * tabela em memoria e regravacao completa das entradas
      * definidas, como as fichas de estafetas do 809.
      *-----------------------------------------------------------------
       CARREGAR-FORNECEDORES.
           MOVE "N" TO FICHAS-CARREGADAS.
           PERFORM VARYING IDX-FOR FROM 1 BY 1 UNTIL IDX-FOR > 20
              MOVE SPACES TO MFR-NOME(IDX-FOR)
              MOVE 0 TO MFR-NIF(IDX-FOR)
              MOVE "N" TO MFR-ATIVO(IDX-FOR)
              PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
                 MOVE 0 TO MFR-EMBALAGEM(IDX-FOR, IDX)
                 MOVE 0 TO MFR-PRECO(IDX-FOR, IDX)
              END-PERFORM
           END-PERFORM.
           MOVE "N" TO FIM-FORNECEDORES.
           OPEN INPUT FICHEIRO-FORNECEDORES.
           IF FS-FORNECEDORES = "00"
              MOVE "S" TO FICHAS-CARREGADAS
              PERFORM LER-FICHA-FORNECEDOR
              PERFORM UNTIL NAO-HA-MAIS-FORNECEDORES
                 IF REG-FOR-CODIGO >= 1 AND REG-FOR-CODIGO <= 20
                    MOVE REG-FOR-FICHA
                       TO MESTRE-FORNECEDOR(REG-FOR-CODIGO)
                 END-IF
                 PERFORM LER-FICHA-FORNECEDOR
              END-PERFORM
              CLOSE FICHEIRO-FORNECEDORES
           END-IF.
       LER-FICHA-FORNECEDOR.
           READ FICHEIRO-FORNECEDORES
              AT END MOVE "S" TO FIM-FORNECEDORES
           END-READ.
       GRAVAR-FORNECEDORES.
           OPEN OUTPUT FICHEIRO-FORNECEDORES.
           IF FS-FORNECEDORES NOT = "00"
              DISPLAY "ERRO AO GRAVAR FORNECEDORES.DAT!"
           ELSE
              PERFORM VARYING IDX-FOR FROM 1 BY 1 UNTIL IDX-FOR > 20
                 IF MFR-NOME(IDX-FOR) NOT = SPACES
                    MOVE IDX-FOR TO REG-FOR-CODIGO
                    MOVE MESTRE-FORNECEDOR(IDX-FOR) TO REG-FOR-FICHA
                    WRITE REG-FORNECEDOR
                 END-IF
              END-PERFORM
              CLOSE FICHEIRO-FORNECEDORES
              MOVE "S" TO FICHAS-CARREGADAS
           END-IF.
      *-----------------------------------------------------------------
      * Lista as fichas e cria ou altera uma: nome canonico, NIF,
      * estado ativo e, por ingrediente, embalagem e preco acordado.
      *-----------------------------------------------------------------
       GERIR-FORNECEDORES.
           DISPLAY "--------------------------------------------------".
           DISPLAY "Cod Nome                 NIF       Ativo".
           DISPLAY "--------------------------------------------------".
           PERFORM VARYING IDX-FOR FROM 1 BY 1 UNTIL IDX-FOR > 20
              IF MFR-NOME(IDX-FOR) NOT = SPACES
                 MOVE MFR-NIF(IDX-FOR) TO NIF-EDIT
                 DISPLAY IDX-FOR "  " MFR-NOME(IDX-FOR) " "
                    NIF-EDIT "   " MFR-ATIVO(IDX-FOR)
              END-IF
           END-PERFORM.
       GERIR-FORNECEDORES-CODIGO.
           DISPLAY "Codigo a definir (1-20, 0=voltar): "
              WITH NO ADVANCING.
           ACCEPT CODIGO-PEDIDO-FOR.
           IF CODIGO-PEDIDO-FOR = 0
              GO TO GERIR-FORNECEDORES-FIM
           END-IF.
           IF CODIGO-PEDIDO-FOR > 20
              DISPLAY "CODIGO INVALIDO!"
              GO TO GERIR-FORNECEDORES-CODIGO
           END-IF.
           IF MFR-NOME(CODIGO-PEDIDO-FOR) NOT = SPACES
              DISPLAY "Ficha atual: " MFR-NOME(CODIGO-PEDIDO-FOR)
           END-IF.
           DISPLAY "Nome do fornecedor (vazio = mantem): "
              WITH NO ADVANCING.
           ACCEPT NOME-FORNECEDOR-ENTRADA.
           IF NOME-FORNECEDOR-ENTRADA = SPACES
              AND MFR-NOME(CODIGO-PEDIDO-FOR) = SPACES
              DISPLAY "O NOME E OBRIGATORIO NUMA FICHA NOVA!"
              GO TO GERIR-FORNECEDORES-CODIGO
           END-IF.
           IF NOME-FORNECEDOR-ENTRADA NOT = SPACES
              MOVE NOME-FORNECEDOR-ENTRADA
                 TO MFR-NOME(CODIGO-PEDIDO-FOR)
           END-IF.
           MOVE MFR-NIF(CODIGO-PEDIDO-FOR) TO NIF-EDIT.
           DISPLAY "NIF (atual " NIF-EDIT ", 0 = mantem): "
              WITH NO ADVANCING.
           ACCEPT NIF-ENTRADA.
           IF NIF-ENTRADA NOT = 0
              MOVE NIF-ENTRADA TO MFR-NIF(CODIGO-PEDIDO-FOR)
           END-IF.
       GERIR-FORNECEDORES-ATIVO.
           DISPLAY "Fornecedor ativo? (S/N): " WITH NO ADVANCING.
           ACCEPT ATIVO-ENTRADA.
           IF NOT VALIDAR-ATIVO-ENTRADA
              DISPLAY "DIGITE S OU N!"
              GO TO GERIR-FORNECEDORES-ATIVO
           END-IF.
           IF ATIVO-ENTRADA-SIM
              MOVE "S" TO MFR-ATIVO(CODIGO-PEDIDO-FOR)
           ELSE
              MOVE "N" TO MFR-ATIVO(CODIGO-PEDIDO-FOR)
           END-IF.
           DISPLAY "Por ingrediente: embalagem (unidades, 0 = nao "
              "fornece) e preco unitario acordado.".
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              MOVE MFR-EMBALAGEM(CODIGO-PEDIDO-FOR, IDX) TO QTD-EDIT
              DISPLAY NOME-EMENTA(IDX) " embalagem (atual " QTD-EDIT
                 "): " WITH NO ADVANCING
              ACCEPT EMBALAGEM-ENTRADA
              MOVE EMBALAGEM-ENTRADA
                 TO MFR-EMBALAGEM(CODIGO-PEDIDO-FOR, IDX)
              IF EMBALAGEM-ENTRADA = 0
                 MOVE 0 TO MFR-PRECO(CODIGO-PEDIDO-FOR, IDX)
              ELSE
                 MOVE MFR-PRECO(CODIGO-PEDIDO-FOR, IDX) TO CUSTO-EDIT
                 DISPLAY "   preco acordado (atual " CUSTO-EDIT
                    ", 999.99): " WITH NO ADVANCING
                 ACCEPT PRECO-ACORDADO-ENTRADA
                 MOVE PRECO-ACORDADO-ENTRADA
                    TO MFR-PRECO(CODIGO-PEDIDO-FOR, IDX)
              END-IF
           END-PERFORM.
           PERFORM GRAVAR-FORNECEDORES.
           DISPLAY "FICHA " CODIGO-PEDIDO-FOR " GRAVADA.".
       GERIR-FORNECEDORES-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Linhas de encomenda (ENCOMENDAS.DAT): carga para a tabela em
      * memoria e regravacao completa. Com a tabela excedida nada e
      * regravado, para nao se perder o excedente.
      *-----------------------------------------------------------------
       CARREGAR-ENCOMENDAS.
           MOVE 0 TO NUM-ENCOMENDAS.
           MOVE 0 TO PROXIMO-NUMERO-ENC.
           MOVE "N" TO ENCOMENDAS-EXCEDIDA.
           MOVE "N" TO FIM-ENCOMENDAS.
           OPEN INPUT FICHEIRO-ENCOMENDAS.
           IF FS-ENCOMENDAS = "00"
              PERFORM LER-ENCOMENDA
              PERFORM UNTIL NAO-HA-MAIS-ENCOMENDAS
                 IF REG-ENC-NUMERO > PROXIMO-NUMERO-ENC
                    MOVE REG-ENC-NUMERO TO PROXIMO-NUMERO-ENC
                 END-IF
                 IF NUM-ENCOMENDAS < 500
                    ADD 1 TO NUM-ENCOMENDAS
                    MOVE REG-ENCOMENDA TO ENC-LINHA(NUM-ENCOMENDAS)
                 ELSE
                    MOVE "S" TO ENCOMENDAS-EXCEDIDA
                 END-IF
                 PERFORM LER-ENCOMENDA
              END-PERFORM
              CLOSE FICHEIRO-ENCOMENDAS
              IF ENCOMENDAS-EXCEDIDA = "S"
                 DISPLAY "ENCOMENDAS.DAT COM MAIS DE 500 LINHAS - "
                    "ARQUIVE AS FECHADAS ANTES DE ALTERAR!"
              END-IF
           END-IF.
           ADD 1 TO PROXIMO-NUMERO-ENC.
       LER-ENCOMENDA.
           READ FICHEIRO-ENCOMENDAS
              AT END MOVE "S" TO FIM-ENCOMENDAS
           END-READ.
       GRAVAR-ENCOMENDAS.
           IF ENCOMENDAS-EXCEDIDA = "S"
              DISPLAY "ENCOMENDAS.DAT NAO REGRAVADO (TABELA "
                 "EXCEDIDA)."
           ELSE
              OPEN OUTPUT FICHEIRO-ENCOMENDAS
              IF FS-ENCOMENDAS NOT = "00"
                 DISPLAY "ERRO AO GRAVAR ENCOMENDAS.DAT!"
              ELSE
                 PERFORM VARYING IDX-ENC FROM 1 BY 1
                    UNTIL IDX-ENC > NUM-ENCOMENDAS
                    MOVE ENC-LINHA(IDX-ENC) TO REG-ENCOMENDA
                    WRITE REG-ENCOMENDA
                 END-PERFORM
                 CLOSE FICHEIRO-ENCOMENDAS
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Proposta de encomendas: por ingrediente, a falta e o consumo
      * desde a abertura (quantidade inicial menos atual, a conta da
      * lista de compras do 811) menos o que ja esta encomendado e
      * por chegar. Vai ao fornecedor ativo com o preco acordado mais
      * baixo, arredondada a embalagens inteiras; cada fornecedor
      * recebe um numero de encomenda.
      *-----------------------------------------------------------------
       PROPOR-ENCOMENDAS.
           IF FICHAS-CARREGADAS = "N"
              DISPLAY "SEM FICHAS DE FORNECEDORES - DEFINA-AS NA "
                 "OPCAO 4."
              GO TO PROPOR-ENCOMENDAS-FIM
           END-IF.
           PERFORM CARREGAR-STOCK-LOJA.
           IF STOCK-LIDO = "N"
              DISPLAY "SEM STOCK.DAT - NADA A PROPOR."
              GO TO PROPOR-ENCOMENDAS-FIM
           END-IF.
           PERFORM CARREGAR-ENCOMENDAS.
           IF ENCOMENDAS-EXCEDIDA = "S"
              GO TO PROPOR-ENCOMENDAS-FIM
           END-IF.
           MOVE 0 TO LINHAS-PROPOSTAS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              MOVE 0 TO PROP-FORNECEDOR(IDX)
              MOVE 0 TO PROP-QUANTIDADE(IDX)
              MOVE 0 TO PROP-PENDENTE(IDX)
           END-PERFORM.
           PERFORM VARYING IDX-ENC FROM 1 BY 1
              UNTIL IDX-ENC > NUM-ENCOMENDAS
              IF ENC-ESTADO(IDX-ENC) = "A"
                 AND ENC-INGREDIENTE(IDX-ENC) >= 1
                 AND ENC-INGREDIENTE(IDX-ENC) <= 10
                 AND ENC-QTD-ENCOMENDADA(IDX-ENC)
                    > ENC-QTD-RECEBIDA(IDX-ENC)
                 COMPUTE PROP-PENDENTE(ENC-INGREDIENTE(IDX-ENC)) =
                    PROP-PENDENTE(ENC-INGREDIENTE(IDX-ENC))
                    + ENC-QTD-ENCOMENDADA(IDX-ENC)
                    - ENC-QTD-RECEBIDA(IDX-ENC)
              END-IF
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              PERFORM PROPOR-INGREDIENTE
           END-PERFORM.
           IF LINHAS-PROPOSTAS = 0
              DISPLAY "NADA A ENCOMENDAR."
              GO TO PROPOR-ENCOMENDAS-FIM
           END-IF.
           DISPLAY "==================================================".
           DISPLAY "PROPOSTA DE ENCOMENDAS - " DATA-SISTEMA.
           DISPLAY "==================================================".
           PERFORM VARYING IDX-FOR FROM 1 BY 1 UNTIL IDX-FOR > 20
              PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
                 IF PROP-FORNECEDOR(IDX) = IDX-FOR
                    MOVE PROP-QUANTIDADE(IDX) TO QTD-EDIT
                    MOVE MFR-PRECO(IDX-FOR, IDX) TO CUSTO-EDIT
                    DISPLAY MFR-NOME(IDX-FOR) " " NOME-EMENTA(IDX)
                       " " QTD-EDIT " a " CUSTO-EDIT
                 END-IF
              END-PERFORM
           END-PERFORM.
       PROPOR-ENCOMENDAS-CONFIRMAR.
           DISPLAY "Gravar estas encomendas? (S/N): "
              WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF NOT VALIDAR-CONFIRMA
              DISPLAY "DIGITE S OU N!"
              GO TO PROPOR-ENCOMENDAS-CONFIRMAR
           END-IF.
           IF NOT CONFIRMA-SIM
              DISPLAY "PROPOSTA ABANDONADA."
              GO TO PROPOR-ENCOMENDAS-FIM
           END-IF.
           IF NUM-ENCOMENDAS + LINHAS-PROPOSTAS > 500
              DISPLAY "ENCOMENDAS.DAT FICARIA COM MAIS DE 500 LINHAS - "
                 "ARQUIVE AS FECHADAS PRIMEIRO."
              GO TO PROPOR-ENCOMENDAS-FIM
           END-IF.
           PERFORM VARYING IDX-FOR FROM 1 BY 1 UNTIL IDX-FOR > 20
              PERFORM GERAR-ENCOMENDA-FORNECEDOR
           END-PERFORM.
           PERFORM GRAVAR-ENCOMENDAS.
       PROPOR-ENCOMENDAS-FIM.
           EXIT.
       PROPOR-INGREDIENTE.
           COMPUTE QTD-EM-FALTA = STOCK-INICIAL(IDX)
              - STOCK-ATUAL(IDX) - PROP-PENDENTE(IDX).
           IF QTD-EM-FALTA > 0
              MOVE 999.99 TO MELHOR-PRECO
              PERFORM VARYING IDX-FOR FROM 1 BY 1 UNTIL IDX-FOR > 20
                 IF MFR-NOME(IDX-FOR) NOT = SPACES
                    AND MFR-ATIVO(IDX-FOR) = "S"
                    AND MFR-EMBALAGEM(IDX-FOR, IDX) > 0
                    AND (PROP-FORNECEDOR(IDX) = 0
                       OR MFR-PRECO(IDX-FOR, IDX) < MELHOR-PRECO)
                    MOVE IDX-FOR TO PROP-FORNECEDOR(IDX)
                    MOVE MFR-PRECO(IDX-FOR, IDX) TO MELHOR-PRECO
                 END-IF
              END-PERFORM
              IF PROP-FORNECEDOR(IDX) = 0
                 DISPLAY "SEM FORNECEDOR ATIVO PARA " NOME-EMENTA(IDX)
                    " - ENCOMENDE A MAO."
              ELSE
                 MOVE PROP-FORNECEDOR(IDX) TO IDX-FOR
                 DIVIDE QTD-EM-FALTA BY MFR-EMBALAGEM(IDX-FOR, IDX)
                    GIVING NUM-EMBALAGENS
                 IF NUM-EMBALAGENS * MFR-EMBALAGEM(IDX-FOR, IDX)
                    < QTD-EM-FALTA
                    ADD 1 TO NUM-EMBALAGENS
                 END-IF
                 COMPUTE PROP-QUANTIDADE(IDX) =
                    NUM-EMBALAGENS * MFR-EMBALAGEM(IDX-FOR, IDX)
                 ADD 1 TO LINHAS-PROPOSTAS
              END-IF
           END-IF.
       GERAR-ENCOMENDA-FORNECEDOR.
           MOVE 0 TO NUMERO-ENCOMENDA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              IF PROP-FORNECEDOR(IDX) = IDX-FOR
                 AND PROP-QUANTIDADE(IDX) > 0
                 IF NUMERO-ENCOMENDA = 0
                    MOVE PROXIMO-NUMERO-ENC TO NUMERO-ENCOMENDA
                    ADD 1 TO PROXIMO-NUMERO-ENC
                 END-IF
                 ADD 1 TO NUM-ENCOMENDAS
                 MOVE NUMERO-ENCOMENDA TO ENC-NUMERO(NUM-ENCOMENDAS)
                 MOVE DATA-SISTEMA TO ENC-DATA(NUM-ENCOMENDAS)
                 MOVE IDX-FOR TO ENC-FORNECEDOR(NUM-ENCOMENDAS)
                 MOVE IDX TO ENC-INGREDIENTE(NUM-ENCOMENDAS)
                 MOVE PROP-QUANTIDADE(IDX)
                    TO ENC-QTD-ENCOMENDADA(NUM-ENCOMENDAS)
                 MOVE MFR-PRECO(IDX-FOR, IDX)
                    TO ENC-PRECO-ACORDADO(NUM-ENCOMENDAS)
                 MOVE 0 TO ENC-QTD-RECEBIDA(NUM-ENCOMENDAS)
                 MOVE 0 TO ENC-DATA-RECECAO(NUM-ENCOMENDAS)
                 MOVE 0 TO ENC-CUSTO-RECEBIDO(NUM-ENCOMENDAS)
                 MOVE "A" TO ENC-ESTADO(NUM-ENCOMENDAS)
              END-IF
           END-PERFORM.
           IF NUMERO-ENCOMENDA > 0
              DISPLAY "ENCOMENDA " NUMERO-ENCOMENDA " PARA "
                 MFR-NOME(IDX-FOR) " (NIF " MFR-NIF(IDX-FOR) ")."
           END-IF.
      *-----------------------------------------------------------------
      * Cancela as linhas ainda abertas de uma encomenda.
      *-----------------------------------------------------------------
       CANCELAR-ENCOMENDA.
           PERFORM CARREGAR-ENCOMENDAS.
           IF ENCOMENDAS-EXCEDIDA = "S"
              GO TO CANCELAR-ENCOMENDA-FIM
           END-IF.
           DISPLAY "Numero da encomenda (0=voltar): "
              WITH NO ADVANCING.
           ACCEPT NUMERO-ENCOMENDA.
           IF NUMERO-ENCOMENDA = 0
              GO TO CANCELAR-ENCOMENDA-FIM
           END-IF.
           MOVE 0 TO LINHAS-LISTADAS.
           PERFORM VARYING IDX-ENC FROM 1 BY 1
              UNTIL IDX-ENC > NUM-ENCOMENDAS
              IF ENC-NUMERO(IDX-ENC) = NUMERO-ENCOMENDA
                 AND ENC-ESTADO(IDX-ENC) = "A"
                 ADD 1 TO LINHAS-LISTADAS
                 PERFORM MOSTRAR-LINHA-ENCOMENDA
              END-IF
           END-PERFORM.
           IF LINHAS-LISTADAS = 0
              DISPLAY "ENCOMENDA SEM LINHAS EM ABERTO."
              GO TO CANCELAR-ENCOMENDA-FIM
           END-IF.
       CANCELAR-ENCOMENDA-CONFIRMAR.
           DISPLAY "Cancelar as linhas em aberto? (S/N): "
              WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF NOT VALIDAR-CONFIRMA
              DISPLAY "DIGITE S OU N!"
              GO TO CANCELAR-ENCOMENDA-CONFIRMAR
           END-IF.
           IF NOT CONFIRMA-SIM
              GO TO CANCELAR-ENCOMENDA-FIM
           END-IF.
           PERFORM VARYING IDX-ENC FROM 1 BY 1
              UNTIL IDX-ENC > NUM-ENCOMENDAS
              IF ENC-NUMERO(IDX-ENC) = NUMERO-ENCOMENDA
                 AND ENC-ESTADO(IDX-ENC) = "A"
                 MOVE "C" TO ENC-ESTADO(IDX-ENC)
              END-IF
           END-PERFORM.
           PERFORM GRAVAR-ENCOMENDAS.
           DISPLAY "ENCOMENDA " NUMERO-ENCOMENDA " CANCELADA.".
       CANCELAR-ENCOMENDA-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Relatorio de encomendas: linhas em aberto (para reclamar as
      * atrasadas), linhas fechadas com falta e, por fornecedor, as
      * entregas faturadas acima do preco acordado (o da encomenda,
      * ou o da ficha nas compras sem encomenda) desde uma data.
      *-----------------------------------------------------------------
       RELATORIO-ENCOMENDAS.
           DISPLAY "Desvios de preco desde (AAAAMMDD, 0=tudo): "
              WITH NO ADVANCING.
           ACCEPT DATA-INICIO-DESVIOS.
           PERFORM CARREGAR-ENCOMENDAS.
           DISPLAY "==================================================".
           DISPLAY "ENCOMENDAS EM ABERTO - " DATA-SISTEMA.
           DISPLAY "Enc.  Data     Ingrediente Encom. Receb.".
           DISPLAY "==================================================".
           MOVE 0 TO LINHAS-LISTADAS.
           PERFORM VARYING IDX-ENC FROM 1 BY 1
              UNTIL IDX-ENC > NUM-ENCOMENDAS
              IF ENC-ESTADO(IDX-ENC) = "A"
                 ADD 1 TO LINHAS-LISTADAS
                 PERFORM MOSTRAR-LINHA-ENCOMENDA
                 DISPLAY "      " MFR-NOME(ENC-FORNECEDOR(IDX-ENC))
              END-IF
           END-PERFORM.
           IF LINHAS-LISTADAS = 0
              DISPLAY "SEM ENCOMENDAS EM ABERTO."
           END-IF.
           DISPLAY "--------------------------------------------------".
           DISPLAY "LINHAS FECHADAS COM FALTA".
           MOVE 0 TO LINHAS-LISTADAS.
           PERFORM VARYING IDX-ENC FROM 1 BY 1
              UNTIL IDX-ENC > NUM-ENCOMENDAS
              IF ENC-ESTADO(IDX-ENC) = "F"
                 AND (DATA-INICIO-DESVIOS = 0
                    OR ENC-DATA-RECECAO(IDX-ENC) >= DATA-INICIO-DESVIOS)
                 ADD 1 TO LINHAS-LISTADAS
                 PERFORM MOSTRAR-LINHA-ENCOMENDA
                 DISPLAY "      " MFR-NOME(ENC-FORNECEDOR(IDX-ENC))
              END-IF
           END-PERFORM.
           IF LINHAS-LISTADAS = 0
              DISPLAY "SEM ENTREGAS CURTAS."
           END-IF.
           PERFORM RELATORIO-DESVIOS-PRECO.
       RELATORIO-DESVIOS-PRECO.
           PERFORM VARYING IDX-FOR FROM 1 BY 1 UNTIL IDX-FOR > 20
              MOVE 0 TO DSV-ENTREGAS(IDX-FOR)
              MOVE 0 TO DSV-EXCESSO(IDX-FOR)
           END-PERFORM.
           DISPLAY "--------------------------------------------------".
           DISPLAY "ENTREGAS ACIMA DO PRECO ACORDADO".
           DISPLAY "Data     Fornecedor           Ing   Qtd  Custo"
              "  Acordado".
           MOVE 0 TO LINHAS-LISTADAS.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-COMPRAS.
           IF FS-COMPRAS = "00"
              PERFORM LER-COMPRA
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 IF REG-CMP-COD-FORNECEDOR >= 1
                    AND REG-CMP-COD-FORNECEDOR <= 20
                    AND REG-CMP-INGREDIENTE >= 1
                    AND REG-CMP-INGREDIENTE <= 10
                    AND (DATA-INICIO-DESVIOS = 0
                       OR REG-CMP-DATA >= DATA-INICIO-DESVIOS)
                    PERFORM CONFERIR-PRECO-COMPRA
                 END-IF
                 PERFORM LER-COMPRA
              END-PERFORM
              CLOSE FICHEIRO-COMPRAS
           END-IF.
           IF LINHAS-LISTADAS = 0
              DISPLAY "SEM DESVIOS DE PRECO."
           ELSE
              DISPLAY "------------------------------------------------"
              DISPLAY "EXCESSO FATURADO POR FORNECEDOR"
              MOVE 0 TO TOTAL-EXCESSO
              PERFORM VARYING IDX-FOR FROM 1 BY 1 UNTIL IDX-FOR > 20
                 IF DSV-ENTREGAS(IDX-FOR) > 0
                    MOVE DSV-ENTREGAS(IDX-FOR) TO QTD-EDIT
                    MOVE DSV-EXCESSO(IDX-FOR) TO VALOR-COMPRA-EDIT
                    DISPLAY MFR-NOME(IDX-FOR) " Entregas: " QTD-EDIT
                       " Excesso: " VALOR-COMPRA-EDIT
                    ADD DSV-EXCESSO(IDX-FOR) TO TOTAL-EXCESSO
                 END-IF
              END-PERFORM
              MOVE TOTAL-EXCESSO TO VALOR-COMPRA-EDIT
              DISPLAY "Total a reclamar: " VALOR-COMPRA-EDIT
           END-IF.
           DISPLAY "==================================================".
       CONFERIR-PRECO-COMPRA.
           MOVE MFR-PRECO(REG-CMP-COD-FORNECEDOR, REG-CMP-INGREDIENTE)
              TO PRECO-ACORDADO.
           IF REG-CMP-ENCOMENDA > 0
              PERFORM VARYING IDX-ENC FROM 1 BY 1
                 UNTIL IDX-ENC > NUM-ENCOMENDAS
                 IF ENC-NUMERO(IDX-ENC) = REG-CMP-ENCOMENDA
                    AND ENC-INGREDIENTE(IDX-ENC) = REG-CMP-INGREDIENTE
                    MOVE ENC-PRECO-ACORDADO(IDX-ENC) TO PRECO-ACORDADO
                 END-IF
              END-PERFORM
           END-IF.
           IF PRECO-ACORDADO > 0
              AND REG-CMP-CUSTO-UNIT > PRECO-ACORDADO
              ADD 1 TO LINHAS-LISTADAS
              ADD 1 TO DSV-ENTREGAS(REG-CMP-COD-FORNECEDOR)
              COMPUTE EXCESSO-PRECO = REG-CMP-QUANTIDADE
                 * (REG-CMP-CUSTO-UNIT - PRECO-ACORDADO)
              ADD EXCESSO-PRECO TO DSV-EXCESSO(REG-CMP-COD-FORNECEDOR)
              MOVE REG-CMP-QUANTIDADE TO QTD-EDIT
              MOVE REG-CMP-CUSTO-UNIT TO CUSTO-EDIT
              MOVE PRECO-ACORDADO TO CUSTO-MEDIO-EDIT
              DISPLAY REG-CMP-DATA " " REG-CMP-FORNECEDOR " "
                 REG-CMP-INGREDIENTE " " QTD-EDIT " " CUSTO-EDIT " "
                 CUSTO-MEDIO-EDIT
           END-IF.
           END PROGRAM 819_PIZZARIA_COMPRAS.
