      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacao dos pedidos da plataforma de encomendas
      *          online - le o ficheiro diario da plataforma
      *          (PLATAFORMA.TXT, uma linha por pedido, desenho em
      *          PLATAFORMA.CPY) e valida cada linha contra os codigos
      *          da ementa carregados de PRECOS.DAT e contra o stock
      *          de STOCK.DAT (um ingrediente esgotado recusa o
      *          pedido). Cada pedido valido tira o numero seguinte de
      *          CONTROLO.DAT e segue o caminho de um pedido do 807:
      *          PEDIDOS.DAT, fila da cozinha com a hora prometida,
      *          fila de entrega numa entrega ao domicilio, stock
      *          regravado e talao de cozinha em TALOES.PRN. O pedido
      *          fica com canal P, a referencia da plataforma e a
      *          comissao retida pela plataforma, a parte do total,
      *          e forma de pagamento 5 (ja cobrado pela plataforma:
      *          o estafeta nao cobra nada a porta). As linhas
      *          invalidas vao para REJEITADOS.TXT com o codigo e o
      *          texto do motivo; uma referencia ja presente em
      *          PEDIDOS.DAT e recusada, para o mesmo ficheiro poder
      *          ser importado de novo sem duplicar pedidos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 830_PIZZARIA_PLATAFORMA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PLATAFORMA ASSIGN TO "PLATAFORMA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLATAFORMA.
           SELECT FICHEIRO-REJEITADOS ASSIGN TO "REJEITADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITADOS.
           SELECT FICHEIRO-PEDIDOS ASSIGN TO "PEDIDOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
           SELECT FICHEIRO-CONTROLO ASSIGN TO "CONTROLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTROLO.
           SELECT FICHEIRO-ENTREGAS ASSIGN TO "ENTREGAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ENTREGAS.
           SELECT FICHEIRO-FECHO ASSIGN TO "FECHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHO.
           SELECT FICHEIRO-PRECOS ASSIGN TO "PRECOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRC-CODIGO
               FILE STATUS IS FS-PRECOS.
           SELECT FICHEIRO-STOCK ASSIGN TO "STOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-STOCK.
           SELECT FICHEIRO-COZINHA ASSIGN TO "COZINHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-COZINHA.
           SELECT FICHEIRO-TALOES ASSIGN TO "TALOES.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TALOES.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PLATAFORMA.
           COPY PLATAFORMA.
       FD  FICHEIRO-REJEITADOS.
       01  REG-REJEITADO.
           05 REG-REJ-LINHA            PIC X(262).
           05 FILLER                   PIC X(01).
           05 REG-REJ-MOTIVO           PIC 9(02).
           05 FILLER                   PIC X(01).
           05 REG-REJ-TEXTO            PIC X(40).
       FD  FICHEIRO-PEDIDOS.
           COPY PEDIDO.
       FD  FICHEIRO-CONTROLO.
       01  REG-CONTROLO.
           05 REG-ULTIMO-PEDIDO        PIC 9(04).
       FD  FICHEIRO-ENTREGAS.
           COPY ENTREGA.
       FD  FICHEIRO-FECHO.
       01  REG-FECHO.
           05 REG-FECHO-DATA           PIC 9(08).
       FD  FICHEIRO-PRECOS.
           COPY PRECO.
       FD  FICHEIRO-STOCK.
           COPY STOCK.
       FD  FICHEIRO-COZINHA.
           COPY COZINHA.
       FD  FICHEIRO-TALOES.
       01  LINHA-TALAO                 PIC X(60).
       WORKING-STORAGE SECTION.
       77 FS-PLATAFORMA             PIC XX.
       77 FS-REJEITADOS             PIC XX.
       77 FS-PEDIDOS                PIC XX.
       77 FS-CONTROLO               PIC XX.
       77 FS-ENTREGAS               PIC XX.
       77 FS-FECHO                  PIC XX.
       77 FS-PRECOS                 PIC XX.
       77 FS-STOCK                  PIC XX.
       77 FS-COZINHA                PIC XX.
       77 FS-TALOES                 PIC XX.
       77 FIM-PLATAFORMA            PIC X VALUE "N".
           88 NAO-HA-MAIS-PLATAFORMA VALUE "S".
       77 FIM-PEDIDOS               PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS   VALUE "S".
       77 FIM-PRECOS                PIC X VALUE "N".
           88 NAO-HA-MAIS-PRECOS    VALUE "S".
       77 FIM-STOCK                 PIC X VALUE "N".
           88 NAO-HA-MAIS-STOCK     VALUE "S".
       77 FIM-COZINHA               PIC X VALUE "N".
           88 NAO-HA-MAIS-COZINHA   VALUE "S".
       77 IMPORTACAO-POSSIVEL       PIC X VALUE "S".
       77 PRECOS-CARREGADOS         PIC X VALUE "N".
       77 STOCK-CONTROLADO          PIC X VALUE "N".
       77 NUMERO-PEDIDO             PIC 9(04) VALUE 1.
       77 DATA-PEDIDO               PIC 9(08).
       77 ULTIMA-DATA-FECHADA       PIC 9(08) VALUE 0.
       77 HORA-SISTEMA              PIC X(08).
       77 HORA-FORMATADA            PIC X(08).
       77 HORA-PEDIDO               PIC X(08).
       77 NOME-CLIENTE              PIC X(30).
       77 CONTACTO-CLIENTE          PIC 9(09).
       77 TIPO-ENTREGA              PIC 9.
           88 VALIDAR-TIPO-ENTREGA  VALUES 2 THRU 3.
           88 ENTREGA-DOMICILIO     VALUE 3.
       77 MORADA-CLIENTE            PIC X(40).
       77 ZONA-ENTREGA              PIC 9 VALUE 0.
       77 TAXA-ZONA-PEDIDO          PIC 9(03)V9(02) VALUE 0.
       77 DATA-PREVISTA             PIC 9(08) VALUE 0.
       77 HORA-PREVISTA             PIC X(05).
       01  HORA-PREVISTA-NUM        PIC 9(04).
       01  HORA-PREVISTA-DEC REDEFINES HORA-PREVISTA-NUM.
           05 HORA-PREVISTA-HH      PIC 9(02).
           05 HORA-PREVISTA-MM      PIC 9(02).
       77 PEDIDO-AGENDADO           PIC X VALUE "N".
       77 HORA-PLATAFORMA-VALIDA    PIC X VALUE "N".
       01  HORA-PLATAFORMA-NUM      PIC 9(04).
       01  HORA-PLATAFORMA-DEC REDEFINES HORA-PLATAFORMA-NUM.
           05 HORA-PLATAFORMA-HH    PIC 9(02).
           05 HORA-PLATAFORMA-MM    PIC 9(02).
       77 NIF-CLIENTE               PIC 9(09) VALUE 0.
       77 NIF-VALIDO                PIC X.
       77 NIF-SOMA                  PIC 9(04).
       77 NIF-QUOCIENTE             PIC 9(04).
       77 NIF-RESTO                 PIC 9(02).
       77 NIF-CONTROLO              PIC 9(02).
       01  NIF-TRABALHO             PIC 9(09).
       01  NIF-TRABALHO-DIG REDEFINES NIF-TRABALHO.
           05 NIF-DIGITO            PIC 9 OCCURS 9 TIMES.
       77 COMISSAO-PEDIDO           PIC 9(03)V9(02) VALUE 0.
       77 TOTAL-ITENS               PIC 9(03)V9(02) VALUE 0.
       77 TOTAL-ITEM-CORRENTE       PIC 9(03)V9(02).
       77 TEMP                      PIC 9(03)V9(02).
       77 IVA-PEDIDO                PIC 9(02)V9(02).
       77 TOTAL-FINAL-PEDIDO        PIC 9(03)V9(02).
       77 TAXA-IVA                  PIC 9V99 VALUE 0.23.
       77 PRECO-EXTRA-INGREDIENTE   PIC 9V99 VALUE 0.30.
       77 PRECO-VIGENTE             PIC 9(03)V9(02).
       77 NUM-ITENS                 PIC 9(02) VALUE 0.
       77 NUM-INGREDIENTES-INCLUIDOS PIC 9(02).
       77 INGREDIENTES              PIC 9(02).
       77 CODIGO-ITEM               PIC X(05).
       77 NUMERO-CODIGO             PIC 9.
       77 IDX                       PIC 9(02).
       77 IDX-LINHA                 PIC 9(02).
       77 IDX-ITEM                  PIC 9(02).
       77 IDX-ING                   PIC 9(02).
       77 TEMP2                     PIC 9(02).
      *    Motivo da recusa da linha corrente (0 = linha aceite).
       77 MOTIVO-REJEICAO           PIC 9(02) VALUE 0.
           88 LINHA-ACEITE          VALUE 0.
       77 LINHAS-LIDAS              PIC 9(05) VALUE 0.
       77 PEDIDOS-IMPORTADOS        PIC 9(05) VALUE 0.
       77 PEDIDOS-REJEITADOS        PIC 9(05) VALUE 0.
       77 TOTAL-IMPORTADO           PIC 9(07)V9(02) VALUE 0.
       77 COMISSAO-IMPORTADA        PIC 9(07)V9(02) VALUE 0.
       77 CONTAGEM-EDIT             PIC ZZZZ9.
       77 VALOR-EDIT                PIC ZZZZZZ9.99.
       77 TOTAL-PEDIDO-EDIT         PIC ZZ9.99.
      *-----------------------------------------------------------------
      * Hora prometida (como no 807): minutos de forno por pizza na
      * fila e minutos de viagem quando a zona nao os tem definidos.
      *-----------------------------------------------------------------
       77 MINUTOS-FORNO-PIZZA       PIC 9(02) VALUE 6.
       77 MINUTOS-ENTREGA-SEM-ZONA  PIC 9(02) VALUE 20.
       77 PIZZAS-NO-PEDIDO          PIC 9(02).
       77 PIZZAS-NA-FILA            PIC 9(04).
       77 MINUTOS-VIAGEM            PIC 9(03).
       77 MINUTOS-PRONTO            PIC 9(05).
       77 MINUTOS-PROMETIDOS        PIC 9(05).
       77 MINUTOS-CONVERTER         PIC 9(05).
       77 HORAS-CONVERTIDAS         PIC 9(03).
       77 HORA-CONVERTIDA           PIC X(05).
       77 HORA-PRONTO-PROMETIDA     PIC X(05) VALUE SPACES.
       77 HORA-PROMETIDA            PIC X(05) VALUE SPACES.
       01  HORA-CONVERTIDA-NUM      PIC 9(04).
       01  HORA-CONVERTIDA-DEC REDEFINES HORA-CONVERTIDA-NUM.
           05 HORA-CONVERTIDA-HH    PIC 9(02).
           05 HORA-CONVERTIDA-MM    PIC 9(02).
       77 DIAS-NO-MES               PIC 9(02).
       77 ANO-QUOCIENTE             PIC 9(04).
       77 ANO-RESTO                 PIC 9(04).
       01  DATA-TRABALHO            PIC 9(08).
       01  DATA-TRABALHO-DEC REDEFINES DATA-TRABALHO.
           05 ANO-TRABALHO          PIC 9(04).
           05 MES-TRABALHO          PIC 9(02).
           05 DIA-TRABALHO          PIC 9(02).
       01  TABELA-DIAS-MES-DADOS.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-DADOS.
           05 DIAS-MES              PIC 9(02) OCCURS 12 TIMES.
      *-----------------------------------------------------------------
      * Motivos de recusa gravados em REJEITADOS.TXT a seguir a linha.
      *-----------------------------------------------------------------
       01  TABELA-MOTIVOS-DADOS.
           05 FILLER PIC X(40)
              VALUE "CAMPO NUMERICO INVALIDO NA LINHA".
           05 FILLER PIC X(40)
              VALUE "REFERENCIA DA PLATAFORMA EM FALTA".
           05 FILLER PIC X(40)
              VALUE "REFERENCIA JA IMPORTADA".
           05 FILLER PIC X(40)
              VALUE "TIPO DE ENTREGA INVALIDO (2 OU 3)".
           05 FILLER PIC X(40)
              VALUE "ENTREGA AO DOMICILIO SEM MORADA".
           05 FILLER PIC X(40)
              VALUE "ZONA DE ENTREGA NAO DEFINIDA".
           05 FILLER PIC X(40)
              VALUE "NIF INVALIDO".
           05 FILLER PIC X(40)
              VALUE "DATA OU HORA PREVISTA INVALIDA".
           05 FILLER PIC X(40)
              VALUE "PEDIDO SEM ITENS OU COM MAIS DE 5".
           05 FILLER PIC X(40)
              VALUE "CODIGO FORA DA EMENTA DE PRECOS.DAT".
           05 FILLER PIC X(40)
              VALUE "INGREDIENTE INVALIDO OU REPETIDO".
           05 FILLER PIC X(40)
              VALUE "INGREDIENTE ESGOTADO".
       01  TABELA-MOTIVOS REDEFINES TABELA-MOTIVOS-DADOS.
           05 NOME-MOTIVO           PIC X(40) OCCURS 12 TIMES.
      *-----------------------------------------------------------------
      * Referencias da plataforma ja presentes em PEDIDOS.DAT, mais as
      * importadas nesta passagem. Chega para varios dias de pedidos
      * da plataforma; o fecho do dia (811) arquiva os anteriores.
      *-----------------------------------------------------------------
       77 NUM-REFERENCIAS           PIC 9(04) VALUE 0.
       77 IDX-REF                   PIC 9(04).
       77 REFERENCIA-REPETIDA       PIC X VALUE "N".
       01  TABELA-REFERENCIAS.
           05 REFERENCIA-IMPORTADA  PIC X(12) OCCURS 2000 TIMES.
      *-----------------------------------------------------------------
      * Codigos da ementa presentes em PRECOS.DAT. So estes sao aceites
      * numa linha da plataforma (as receitas e zonas contam pelo nome
      * carregado). Dimensionados a 9 para qualquer digito de codigo.
      *-----------------------------------------------------------------
       01  TABELA-CODIGOS-CARREGADOS.
           05 TAM-CARREGADO         PIC X(01) OCCURS 9 TIMES.
           05 BEB-CARREGADA         PIC X(01) OCCURS 9 TIMES.
           05 ING-CARREGADO         PIC X(01) OCCURS 10 TIMES.
      *-----------------------------------------------------------------
      * Tabelas de nomes/precos da ementa (como no 807), sobrepostas
      * no arranque pelo que estiver em PRECOS.DAT.
      *-----------------------------------------------------------------
       01  TABELA-PRECOS-TAM-DADOS.
           05 FILLER PIC X(12) VALUE "030004000500".
       01  TABELA-PRECOS-TAM REDEFINES TABELA-PRECOS-TAM-DADOS.
           05 PRECO-TAMANHO         PIC 9(02)V99 OCCURS 3 TIMES.
       01  TABELA-EMENTA-DADOS.
           05 FILLER PIC X(15) VALUE "Fiambre    0050".
           05 FILLER PIC X(15) VALUE "Atum       0070".
           05 FILLER PIC X(15) VALUE "Anchovas   0040".
           05 FILLER PIC X(15) VALUE "Camarao    0080".
           05 FILLER PIC X(15) VALUE "Bacon      0090".
           05 FILLER PIC X(15) VALUE "Banana     0030".
           05 FILLER PIC X(15) VALUE "Ananas     0040".
           05 FILLER PIC X(15) VALUE "Azeitonas  0030".
           05 FILLER PIC X(15) VALUE "Cogumelos  0060".
           05 FILLER PIC X(15) VALUE "Milho      0050".
       01  TABELA-EMENTA REDEFINES TABELA-EMENTA-DADOS.
           05 ITEM-EMENTA OCCURS 10 TIMES.
               10 NOME-EMENTA       PIC X(11).
               10 PRECO-EMENTA      PIC 9(02)V99.
       01  TABELA-TAMANHOS-DADOS.
           05 FILLER PIC X(13) VALUE "Pizza Pequena".
           05 FILLER PIC X(13) VALUE "Pizza Media  ".
           05 FILLER PIC X(13) VALUE "Pizza Grande ".
       01  TABELA-TAMANHOS REDEFINES TABELA-TAMANHOS-DADOS.
           05 NOME-TAMANHO          PIC X(13) OCCURS 3 TIMES.
       01  TABELA-BEBIDAS-DADOS.
           05 FILLER PIC X(15) VALUE "Agua       0100".
           05 FILLER PIC X(15) VALUE "Sumol      0150".
           05 FILLER PIC X(15) VALUE "Coca-Cola  0150".
           05 FILLER PIC X(15) VALUE "Cerveja    0200".
       01  TABELA-BEBIDAS REDEFINES TABELA-BEBIDAS-DADOS.
           05 BEBIDA-EMENTA OCCURS 4 TIMES.
               10 NOME-BEBIDA       PIC X(11).
               10 PRECO-BEBIDA      PIC 9(02)V99.
       01  TABELA-RECEITAS.
           05 RECEITA-CASA OCCURS 9 TIMES.
               10 REC-NOME          PIC X(11).
               10 REC-TAMANHO       PIC 9.
               10 REC-NUM-INGR      PIC 9(02).
               10 REC-INGREDIENTES.
                   15 REC-INGR      PIC 9(02) OCCURS 10 TIMES.
               10 REC-PRECO         PIC 9(03)V9(02).
       01  TABELA-ZONAS.
           05 ZONA-LINHA OCCURS 9 TIMES.
               10 ZONA-NOME         PIC X(11).
               10 ZONA-TAXA         PIC 9(03)V9(02).
               10 ZONA-MINUTOS      PIC 9(02).
      *-----------------------------------------------------------------
      * Stock de ingredientes (STOCK.DAT): relido antes de cada linha
      * (a caixa 807 pode estar a vender ao mesmo tempo), decrementado
      * a cada ingrediente validado e reposto da copia de reserva
      * quando a linha e recusada a meio. Ao gravar o pedido o
      * ficheiro e relido outra vez e so o consumo do pedido e tirado.
      *-----------------------------------------------------------------
       01  TABELA-STOCK-LOJA.
           05 STOCK-LINHA OCCURS 10 TIMES.
               10 STOCK-NOME        PIC X(11).
               10 STOCK-INICIAL     PIC 9(05).
               10 STOCK-DISPONIVEL  PIC 9(05).
       01  TABELA-STOCK-RESERVA     PIC X(210).
      *-----------------------------------------------------------------
      * Linhas de item do pedido corrente (mesmo desenho do registo em
      * PEDIDO.CPY).
      *-----------------------------------------------------------------
       01  TABELA-ITENS-PEDIDO.
           05 ITEM-PEDIDO OCCURS 5 TIMES.
               10 ITEM-TIPO         PIC 9.
               10 ITEM-CODIGO       PIC 9.
               10 ITEM-NUM-INGR     PIC 9(02).
               10 ITEM-INGREDIENTES.
                   15 ITEM-INGR     PIC 9(02) OCCURS 10 TIMES.
               10 ITEM-TOTAL        PIC 9(03)V9(02).
               10 ITEM-RECEITA      PIC 9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "   PIZZARIA RAMALHO - IMPORTACAO DA PLATAFORMA".
           DISPLAY "==================================================".
           PERFORM INICIALIZAR THRU INICIALIZAR-FIM.
           IF IMPORTACAO-POSSIVEL = "N"
              DISPLAY "IMPORTACAO NAO EFETUADA."
              STOP RUN
           END-IF.
           DISPLAY "Dia dos pedidos: " DATA-PEDIDO.
           DISPLAY "--------------------------------------------------".
           PERFORM LER-PLATAFORMA.
           PERFORM UNTIL NAO-HA-MAIS-PLATAFORMA
              PERFORM IMPORTAR-LINHA
              PERFORM LER-PLATAFORMA
           END-PERFORM.
           CLOSE FICHEIRO-PLATAFORMA.
           CLOSE FICHEIRO-REJEITADOS.
           PERFORM IMPRIMIR-RESUMO.
           STOP RUN.
      *-----------------------------------------------------------------
      * Arranque: dia dos pedidos (depois do fecho cai no dia util
      * seguinte, como no 807), ementa, stock e referencias ja
      * importadas. Sem PRECOS.DAT nao ha ementa contra que validar e
      * sem PLATAFORMA.TXT nao ha nada a importar.
      *-----------------------------------------------------------------
       INICIALIZAR.
           PERFORM CARREGAR-PRECOS.
           ACCEPT DATA-PEDIDO FROM DATE YYYYMMDD.
           PERFORM LER-DATA-FECHO.
           IF DATA-PEDIDO <= ULTIMA-DATA-FECHADA
              MOVE ULTIMA-DATA-FECHADA TO DATA-TRABALHO
              PERFORM SOMAR-UM-DIA
              MOVE DATA-TRABALHO TO DATA-PEDIDO
           END-IF.
           IF PRECOS-CARREGADOS = "N"
              DISPLAY "PRECOS.DAT INEXISTENTE - SEM EMENTA PARA VALIDAR"
              MOVE "N" TO IMPORTACAO-POSSIVEL
              GO TO INICIALIZAR-FIM
           END-IF.
           OPEN INPUT FICHEIRO-PLATAFORMA.
           IF FS-PLATAFORMA NOT = "00"
              DISPLAY "FICHEIRO PLATAFORMA.TXT INEXISTENTE!"
              MOVE "N" TO IMPORTACAO-POSSIVEL
              GO TO INICIALIZAR-FIM
           END-IF.
           OPEN OUTPUT FICHEIRO-REJEITADOS.
           IF FS-REJEITADOS NOT = "00"
              DISPLAY "ERRO AO ABRIR REJEITADOS.TXT!"
              CLOSE FICHEIRO-PLATAFORMA
              MOVE "N" TO IMPORTACAO-POSSIVEL
              GO TO INICIALIZAR-FIM
           END-IF.
           PERFORM CARREGAR-STOCK.
           PERFORM CARREGAR-REFERENCIAS.
       INICIALIZAR-FIM.
           EXIT.
       LER-PLATAFORMA.
           READ FICHEIRO-PLATAFORMA
              AT END MOVE "S" TO FIM-PLATAFORMA
           END-READ.
      *-----------------------------------------------------------------
      * Uma linha da plataforma: validada por inteiro antes de gravar
      * o que quer que seja; recusada, vai para REJEITADOS.TXT e o
      * stock reservado pelos itens ja validados volta a tabela.
      *-----------------------------------------------------------------
       IMPORTAR-LINHA.
           ADD 1 TO LINHAS-LIDAS.
           IF STOCK-CONTROLADO = "S"
              PERFORM CARREGAR-STOCK
           END-IF.
           MOVE TABELA-STOCK-LOJA TO TABELA-STOCK-RESERVA.
           PERFORM VALIDAR-PEDIDO THRU VALIDAR-PEDIDO-FIM.
           IF LINHA-ACEITE
              PERFORM GRAVAR-PEDIDO
           ELSE
              MOVE TABELA-STOCK-RESERVA TO TABELA-STOCK-LOJA
              PERFORM REJEITAR-LINHA
           END-IF.
       VALIDAR-PEDIDO.
           MOVE 0 TO MOTIVO-REJEICAO.
           MOVE ZEROS TO TABELA-ITENS-PEDIDO.
           MOVE 0 TO NUM-ITENS.
           MOVE 0 TO TOTAL-ITENS.
           IF REG-PLT-CONTACTO NOT NUMERIC
              OR REG-PLT-TIPO-ENTREGA NOT NUMERIC
              OR REG-PLT-ZONA NOT NUMERIC
              OR REG-PLT-NIF NOT NUMERIC
              OR REG-PLT-DATA-PREVISTA NOT NUMERIC
              OR REG-PLT-COMISSAO NOT NUMERIC
              OR REG-PLT-NUM-ITENS NOT NUMERIC
              MOVE 1 TO MOTIVO-REJEICAO
              GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           IF REG-PLT-REFERENCIA = SPACES
              MOVE 2 TO MOTIVO-REJEICAO
              GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           PERFORM PROCURAR-REFERENCIA.
           IF REFERENCIA-REPETIDA = "S"
              MOVE 3 TO MOTIVO-REJEICAO
              GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           MOVE REG-PLT-NOME          TO NOME-CLIENTE.
           MOVE REG-PLT-CONTACTO      TO CONTACTO-CLIENTE.
           MOVE REG-PLT-TIPO-ENTREGA  TO TIPO-ENTREGA.
           MOVE REG-PLT-MORADA        TO MORADA-CLIENTE.
           MOVE REG-PLT-NIF           TO NIF-CLIENTE.
           MOVE REG-PLT-COMISSAO      TO COMISSAO-PEDIDO.
           MOVE 0                     TO ZONA-ENTREGA.
           IF NOT VALIDAR-TIPO-ENTREGA
              MOVE 4 TO MOTIVO-REJEICAO
              GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           IF ENTREGA-DOMICILIO
              IF MORADA-CLIENTE = SPACES
                 MOVE 5 TO MOTIVO-REJEICAO
                 GO TO VALIDAR-PEDIDO-FIM
              END-IF
              MOVE REG-PLT-ZONA TO ZONA-ENTREGA
              IF ZONA-ENTREGA > 0
                 IF ZONA-NOME(ZONA-ENTREGA) = SPACES
                    MOVE 6 TO MOTIVO-REJEICAO
                    GO TO VALIDAR-PEDIDO-FIM
                 END-IF
              END-IF
           ELSE
              MOVE SPACES TO MORADA-CLIENTE
           END-IF.
           IF NIF-CLIENTE > 0
              PERFORM VALIDAR-NIF
              IF NIF-VALIDO = "N"
                 MOVE 7 TO MOTIVO-REJEICAO
                 GO TO VALIDAR-PEDIDO-FIM
              END-IF
           END-IF.
           PERFORM VALIDAR-HORA-PEDIDO.
           PERFORM VALIDAR-AGENDAMENTO.
           IF NOT LINHA-ACEITE
              GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           IF REG-PLT-NUM-ITENS < 1 OR REG-PLT-NUM-ITENS > 5
              MOVE 9 TO MOTIVO-REJEICAO
              GO TO VALIDAR-PEDIDO-FIM
           END-IF.
           PERFORM VALIDAR-ITEM
              VARYING IDX-LINHA FROM 1 BY 1
              UNTIL IDX-LINHA > REG-PLT-NUM-ITENS
                 OR NOT LINHA-ACEITE.
       VALIDAR-PEDIDO-FIM.
           EXIT.
      *    Uma referencia vazia nunca chega aqui; procura-se a
      *    referencia da linha nas ja importadas.
       PROCURAR-REFERENCIA.
           MOVE "N" TO REFERENCIA-REPETIDA.
           PERFORM VARYING IDX-REF FROM 1 BY 1
              UNTIL IDX-REF > NUM-REFERENCIAS
                 OR REFERENCIA-REPETIDA = "S"
              IF REFERENCIA-IMPORTADA(IDX-REF) = REG-PLT-REFERENCIA
                 MOVE "S" TO REFERENCIA-REPETIDA
              END-IF
           END-PERFORM.
      *    Hora do pedido na plataforma (HH:MM); vazia ou invalida,
      *    o pedido fica com a hora da importacao.
       VALIDAR-HORA-PEDIDO.
           MOVE "N" TO HORA-PLATAFORMA-VALIDA.
           IF REG-PLT-HORA(1:2) NUMERIC
              AND REG-PLT-HORA(3:1) = ":"
              AND REG-PLT-HORA(4:2) NUMERIC
              MOVE REG-PLT-HORA(1:2) TO HORA-PLATAFORMA-HH
              MOVE REG-PLT-HORA(4:2) TO HORA-PLATAFORMA-MM
              IF HORA-PLATAFORMA-HH <= 23 AND HORA-PLATAFORMA-MM <= 59
                 MOVE "S" TO HORA-PLATAFORMA-VALIDA
              END-IF
           END-IF.
      *    Data prevista a zeros = pedido para ja; com data, a hora
      *    (HH:MM) e obrigatoria e o dia nao pode ja ter passado.
       VALIDAR-AGENDAMENTO.
           MOVE "N" TO PEDIDO-AGENDADO.
           MOVE 0 TO DATA-PREVISTA.
           MOVE SPACES TO HORA-PREVISTA.
           IF REG-PLT-DATA-PREVISTA > 0
              MOVE REG-PLT-DATA-PREVISTA TO DATA-TRABALHO
              IF MES-TRABALHO < 1 OR MES-TRABALHO > 12
                 OR DIA-TRABALHO < 1 OR DIA-TRABALHO > 31
                 OR REG-PLT-DATA-PREVISTA < DATA-PEDIDO
                 OR REG-PLT-HORA-PREVISTA(1:2) NOT NUMERIC
                 OR REG-PLT-HORA-PREVISTA(3:1) NOT = ":"
                 OR REG-PLT-HORA-PREVISTA(4:2) NOT NUMERIC
                 MOVE 8 TO MOTIVO-REJEICAO
              ELSE
                 MOVE REG-PLT-HORA-PREVISTA(1:2) TO HORA-PREVISTA-HH
                 MOVE REG-PLT-HORA-PREVISTA(4:2) TO HORA-PREVISTA-MM
                 IF HORA-PREVISTA-HH > 23 OR HORA-PREVISTA-MM > 59
                    MOVE 8 TO MOTIVO-REJEICAO
                 ELSE
                    MOVE REG-PLT-DATA-PREVISTA TO DATA-PREVISTA
                    MOVE REG-PLT-HORA-PREVISTA TO HORA-PREVISTA
                    MOVE "S" TO PEDIDO-AGENDADO
                 END-IF
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Um item da linha: o codigo tem de existir em PRECOS.DAT
      * (TAMn pizza a medida, RECn receita da casa, BEBn bebida) e o
      * preco e o da ementa carregada, como na entrada do 807.
      *-----------------------------------------------------------------
       VALIDAR-ITEM.
           MOVE REG-PLT-ITEM-CODIGO(IDX-LINHA) TO CODIGO-ITEM.
           MOVE 0 TO NUMERO-CODIGO.
           IF CODIGO-ITEM(4:1) NUMERIC AND CODIGO-ITEM(5:1) = SPACE
              MOVE CODIGO-ITEM(4:1) TO NUMERO-CODIGO
           END-IF.
           EVALUATE TRUE
              WHEN NUMERO-CODIGO = 0
                 MOVE 10 TO MOTIVO-REJEICAO
              WHEN CODIGO-ITEM(1:3) = "TAM"
                 AND TAM-CARREGADO(NUMERO-CODIGO) = "S"
                 PERFORM VALIDAR-PIZZA-MEDIDA
              WHEN CODIGO-ITEM(1:3) = "REC"
                 AND REC-NOME(NUMERO-CODIGO) NOT = SPACES
                 PERFORM VALIDAR-RECEITA
              WHEN CODIGO-ITEM(1:3) = "BEB"
                 AND BEB-CARREGADA(NUMERO-CODIGO) = "S"
                 PERFORM GUARDAR-BEBIDA
              WHEN OTHER
                 MOVE 10 TO MOTIVO-REJEICAO
           END-EVALUATE.
       VALIDAR-PIZZA-MEDIDA.
           IF REG-PLT-ITEM-NUM-INGR(IDX-LINHA) NOT NUMERIC
              MOVE 11 TO MOTIVO-REJEICAO
           ELSE
              IF REG-PLT-ITEM-NUM-INGR(IDX-LINHA) > 10
                 MOVE 11 TO MOTIVO-REJEICAO
              END-IF
           END-IF.
           IF LINHA-ACEITE
              ADD 1 TO NUM-ITENS
              MOVE 1 TO ITEM-TIPO(NUM-ITENS)
              MOVE 0 TO ITEM-RECEITA(NUM-ITENS)
              MOVE NUMERO-CODIGO TO ITEM-CODIGO(NUM-ITENS)
              MOVE REG-PLT-ITEM-NUM-INGR(IDX-LINHA)
                 TO ITEM-NUM-INGR(NUM-ITENS)
              MOVE PRECO-TAMANHO(NUMERO-CODIGO) TO TOTAL-ITEM-CORRENTE
              COMPUTE NUM-INGREDIENTES-INCLUIDOS = NUMERO-CODIGO + 1
              PERFORM VALIDAR-INGREDIENTE THRU VALIDAR-INGREDIENTE-FIM
                 VARYING IDX-ING FROM 1 BY 1
                 UNTIL IDX-ING > ITEM-NUM-INGR(NUM-ITENS)
                    OR NOT LINHA-ACEITE
              MOVE TOTAL-ITEM-CORRENTE TO ITEM-TOTAL(NUM-ITENS)
              ADD TOTAL-ITEM-CORRENTE TO TOTAL-ITENS
           END-IF.
      *    Cada ingrediente a mais do que os incluidos no tamanho paga
      *    a sobretaxa de extra, como no 807.
       VALIDAR-INGREDIENTE.
           IF REG-PLT-ITEM-INGR(IDX-LINHA, IDX-ING) NOT NUMERIC
              MOVE 11 TO MOTIVO-REJEICAO
              GO TO VALIDAR-INGREDIENTE-FIM
           END-IF.
           MOVE REG-PLT-ITEM-INGR(IDX-LINHA, IDX-ING) TO INGREDIENTES.
           IF INGREDIENTES < 1 OR INGREDIENTES > 10
              MOVE 11 TO MOTIVO-REJEICAO
              GO TO VALIDAR-INGREDIENTE-FIM
           END-IF.
           IF ING-CARREGADO(INGREDIENTES) NOT = "S"
              MOVE 10 TO MOTIVO-REJEICAO
              GO TO VALIDAR-INGREDIENTE-FIM
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX >= IDX-ING
              IF ITEM-INGR(NUM-ITENS, IDX) = INGREDIENTES
                 MOVE 11 TO MOTIVO-REJEICAO
              END-IF
           END-PERFORM.
           IF NOT LINHA-ACEITE
              GO TO VALIDAR-INGREDIENTE-FIM
           END-IF.
           PERFORM RESERVAR-INGREDIENTE.
           IF NOT LINHA-ACEITE
              GO TO VALIDAR-INGREDIENTE-FIM
           END-IF.
           MOVE INGREDIENTES TO ITEM-INGR(NUM-ITENS, IDX-ING).
           ADD PRECO-EMENTA(INGREDIENTES) TO TOTAL-ITEM-CORRENTE.
           IF IDX-ING > NUM-INGREDIENTES-INCLUIDOS
              ADD PRECO-EXTRA-INGREDIENTE TO TOTAL-ITEM-CORRENTE
           END-IF.
       VALIDAR-INGREDIENTE-FIM.
           EXIT.
      *    Receita da casa: tamanho e ingredientes fixos ao preco da
      *    receita; o stock sai ingrediente a ingrediente.
       VALIDAR-RECEITA.
           ADD 1 TO NUM-ITENS.
           MOVE 1 TO ITEM-TIPO(NUM-ITENS).
           MOVE NUMERO-CODIGO TO ITEM-RECEITA(NUM-ITENS).
           MOVE REC-TAMANHO(NUMERO-CODIGO) TO ITEM-CODIGO(NUM-ITENS).
           MOVE REC-NUM-INGR(NUMERO-CODIGO) TO ITEM-NUM-INGR(NUM-ITENS).
           MOVE REC-INGREDIENTES(NUMERO-CODIGO)
              TO ITEM-INGREDIENTES(NUM-ITENS).
           MOVE REC-PRECO(NUMERO-CODIGO) TO ITEM-TOTAL(NUM-ITENS).
           ADD REC-PRECO(NUMERO-CODIGO) TO TOTAL-ITENS.
           PERFORM VARYING IDX-ING FROM 1 BY 1
              UNTIL IDX-ING > REC-NUM-INGR(NUMERO-CODIGO)
                 OR NOT LINHA-ACEITE
              IF REC-INGR(NUMERO-CODIGO, IDX-ING) > 0
                 AND REC-INGR(NUMERO-CODIGO, IDX-ING) <= 10
                 MOVE REC-INGR(NUMERO-CODIGO, IDX-ING) TO INGREDIENTES
                 PERFORM RESERVAR-INGREDIENTE
              END-IF
           END-PERFORM.
       GUARDAR-BEBIDA.
           ADD 1 TO NUM-ITENS.
           MOVE 2 TO ITEM-TIPO(NUM-ITENS).
           MOVE 0 TO ITEM-RECEITA(NUM-ITENS).
           MOVE NUMERO-CODIGO TO ITEM-CODIGO(NUM-ITENS).
           MOVE 0 TO ITEM-NUM-INGR(NUM-ITENS).
           MOVE PRECO-BEBIDA(NUMERO-CODIGO) TO ITEM-TOTAL(NUM-ITENS).
           ADD PRECO-BEBIDA(NUMERO-CODIGO) TO TOTAL-ITENS.
      *    Com STOCK.DAT, um ingrediente esgotado recusa o pedido.
       RESERVAR-INGREDIENTE.
           IF STOCK-CONTROLADO = "S"
              IF STOCK-DISPONIVEL(INGREDIENTES) = 0
                 MOVE 12 TO MOTIVO-REJEICAO
              ELSE
                 SUBTRACT 1 FROM STOCK-DISPONIVEL(INGREDIENTES)
              END-IF
           END-IF.
       REJEITAR-LINHA.
           MOVE SPACES TO REG-REJEITADO.
           MOVE REG-PLATAFORMA TO REG-REJ-LINHA.
           MOVE MOTIVO-REJEICAO TO REG-REJ-MOTIVO.
           MOVE NOME-MOTIVO(MOTIVO-REJEICAO) TO REG-REJ-TEXTO.
           WRITE REG-REJEITADO.
           ADD 1 TO PEDIDOS-REJEITADOS.
           DISPLAY "  RECUSADO  " REG-PLT-REFERENCIA " - "
              NOME-MOTIVO(MOTIVO-REJEICAO).
      *-----------------------------------------------------------------
      * Gravacao do pedido aceite, pelo mesmo caminho do 807: numero
      * seguinte de CONTROLO.DAT (relido a cada pedido, porque a
      * caixa pode estar a gravar ao mesmo tempo), PEDIDOS.DAT, stock,
      * filas da cozinha e de entrega e talao de cozinha. Sem
      * promocoes nem fidelizacao: o preco e o que a plataforma
      * cobrou pela ementa, mais a taxa da zona numa entrega.
      *-----------------------------------------------------------------
       GRAVAR-PEDIDO.
           ACCEPT HORA-SISTEMA FROM TIME.
           STRING HORA-SISTEMA(1:2) ":"
                  HORA-SISTEMA(3:2) ":"
                  HORA-SISTEMA(5:2)
                  DELIMITED BY SIZE
                  INTO HORA-FORMATADA
           END-STRING.
      *    A hora do pedido e a da plataforma quando e valida.
           IF HORA-PLATAFORMA-VALIDA = "S"
              MOVE SPACES TO HORA-PEDIDO
              STRING HORA-PLATAFORMA-NUM "0000"
                 DELIMITED BY SIZE INTO HORA-PEDIDO
           ELSE
              MOVE HORA-SISTEMA TO HORA-PEDIDO
           END-IF.
           MOVE 0 TO TAXA-ZONA-PEDIDO.
           IF ENTREGA-DOMICILIO AND ZONA-ENTREGA > 0
              MOVE ZONA-TAXA(ZONA-ENTREGA) TO TAXA-ZONA-PEDIDO
           END-IF.
           COMPUTE TEMP = TOTAL-ITENS + TAXA-ZONA-PEDIDO.
           COMPUTE IVA-PEDIDO = TEMP * TAXA-IVA.
           COMPUTE TOTAL-FINAL-PEDIDO = TEMP + IVA-PEDIDO.
           PERFORM LER-NUMERO-CONTROLO.
           PERFORM CALCULAR-HORA-PROMETIDA.
           MOVE NUMERO-PEDIDO        TO REG-NUMERO-PEDIDO.
           MOVE DATA-PEDIDO          TO REG-DATA-PEDIDO.
           MOVE HORA-PEDIDO          TO REG-HORA-PEDIDO.
           MOVE NOME-CLIENTE         TO REG-NOME-CLIENTE.
           MOVE CONTACTO-CLIENTE     TO REG-CONTACTO-CLIENTE.
           MOVE TIPO-ENTREGA         TO REG-TIPO-ENTREGA.
           MOVE MORADA-CLIENTE       TO REG-MORADA-CLIENTE.
           MOVE NUM-ITENS            TO REG-NUM-ITENS.
           MOVE TABELA-ITENS-PEDIDO  TO REG-TABELA-ITENS.
           MOVE TEMP                 TO REG-TOTAL-LIQUIDO.
           MOVE 0                    TO REG-DESCONTO-FIDELIZACAO.
           MOVE IVA-PEDIDO           TO REG-IVA.
           MOVE TOTAL-FINAL-PEDIDO   TO REG-TOTAL-FINAL.
           MOVE 5                    TO REG-FORMA-PAGAMENTO.
           MOVE "V"                  TO REG-TIPO-REGISTO.
           MOVE NIF-CLIENTE          TO REG-NIF-CLIENTE.
           MOVE DATA-PREVISTA        TO REG-DATA-PREVISTA.
           MOVE HORA-PREVISTA        TO REG-HORA-PREVISTA.
           MOVE ZONA-ENTREGA         TO REG-ZONA-ENTREGA.
           MOVE TAXA-ZONA-PEDIDO     TO REG-TAXA-ENTREGA.
           MOVE 0                    TO REG-PROMO-APLICADA.
           MOVE 0                    TO REG-DESCONTO-PROMO.
           MOVE 0                    TO REG-MOTIVO-ANULACAO.
           MOVE 0                    TO REG-OPERADOR.
           MOVE 0                    TO REG-VALE-NUMERO.
           MOVE 0                    TO REG-VALOR-VALE.
           MOVE HORA-PROMETIDA       TO REG-HORA-PROMETIDA.
           MOVE "P"                  TO REG-CANAL.
           MOVE REG-PLT-REFERENCIA   TO REG-REFERENCIA-PLATAFORMA.
           MOVE COMISSAO-PEDIDO      TO REG-COMISSAO-PLATAFORMA.
           OPEN EXTEND FICHEIRO-PEDIDOS.
           IF FS-PEDIDOS NOT = "00"
              OPEN OUTPUT FICHEIRO-PEDIDOS
           END-IF.
           WRITE REG-PEDIDO.
           CLOSE FICHEIRO-PEDIDOS.
           PERFORM GRAVAR-NUMERO-CONTROLO.
           PERFORM ATUALIZAR-STOCK.
           IF ENTREGA-DOMICILIO
              PERFORM GRAVAR-FILA-ENTREGA
           END-IF.
           PERFORM GRAVAR-FILA-COZINHA.
           PERFORM IMPRIMIR-TALAO.
           IF NUM-REFERENCIAS < 2000
              ADD 1 TO NUM-REFERENCIAS
              MOVE REG-PLT-REFERENCIA
                 TO REFERENCIA-IMPORTADA(NUM-REFERENCIAS)
           END-IF.
           ADD 1 TO PEDIDOS-IMPORTADOS.
           ADD TOTAL-FINAL-PEDIDO TO TOTAL-IMPORTADO.
           ADD COMISSAO-PEDIDO TO COMISSAO-IMPORTADA.
           MOVE TOTAL-FINAL-PEDIDO TO TOTAL-PEDIDO-EDIT.
           IF PEDIDO-AGENDADO = "S"
              DISPLAY "  Pedido " NUMERO-PEDIDO "  " REG-PLT-REFERENCIA
                 "  " TOTAL-PEDIDO-EDIT "  agendado "
                 DATA-PREVISTA " " HORA-PREVISTA
           ELSE
              DISPLAY "  Pedido " NUMERO-PEDIDO "  " REG-PLT-REFERENCIA
                 "  " TOTAL-PEDIDO-EDIT "  prometido as "
                 HORA-PROMETIDA
           END-IF.
       IMPRIMIR-RESUMO.
           DISPLAY "--------------------------------------------------".
           MOVE LINHAS-LIDAS TO CONTAGEM-EDIT.
           DISPLAY "Linhas lidas:         " CONTAGEM-EDIT.
           MOVE PEDIDOS-IMPORTADOS TO CONTAGEM-EDIT.
           DISPLAY "Pedidos importados:   " CONTAGEM-EDIT.
           MOVE PEDIDOS-REJEITADOS TO CONTAGEM-EDIT.
           DISPLAY "Pedidos recusados:    " CONTAGEM-EDIT.
           MOVE TOTAL-IMPORTADO TO VALOR-EDIT.
           DISPLAY "Total importado:      " VALOR-EDIT.
           MOVE COMISSAO-IMPORTADA TO VALOR-EDIT.
           DISPLAY "Comissao plataforma:  " VALOR-EDIT.
           IF PEDIDOS-REJEITADOS > 0
              DISPLAY "Linhas recusadas em REJEITADOS.TXT."
           END-IF.
           DISPLAY "==================================================".
      *-----------------------------------------------------------------
      * Referencias da plataforma ja gravadas em PEDIDOS.DAT (vendas e
      * estornos), para nao importar duas vezes o mesmo pedido.
      *-----------------------------------------------------------------
       CARREGAR-REFERENCIAS.
           MOVE 0 TO NUM-REFERENCIAS.
           MOVE "N" TO FIM-PEDIDOS.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF FS-PEDIDOS = "00"
              PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
                 READ FICHEIRO-PEDIDOS
                    AT END MOVE "S" TO FIM-PEDIDOS
                    NOT AT END
                       IF REG-CANAL-PLATAFORMA
                          AND REG-REFERENCIA-PLATAFORMA NOT = SPACES
                          AND NUM-REFERENCIAS < 2000
                          ADD 1 TO NUM-REFERENCIAS
                          MOVE REG-REFERENCIA-PLATAFORMA
                             TO REFERENCIA-IMPORTADA(NUM-REFERENCIAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FICHEIRO-PEDIDOS
           END-IF.
      *-----------------------------------------------------------------
      * Carga da ementa e dos precos a partir de PRECOS.DAT, como no
      * 807, marcando os codigos presentes no ficheiro.
      *-----------------------------------------------------------------
       CARREGAR-PRECOS.
           ACCEPT DATA-PEDIDO FROM DATE YYYYMMDD.
           MOVE ALL "N" TO TABELA-CODIGOS-CARREGADOS.
           INITIALIZE TABELA-RECEITAS.
           INITIALIZE TABELA-ZONAS.
           MOVE "N" TO FIM-PRECOS.
           OPEN INPUT FICHEIRO-PRECOS.
           IF FS-PRECOS = "00"
              MOVE "S" TO PRECOS-CARREGADOS
              PERFORM LER-PROXIMO-PRECO
              PERFORM UNTIL NAO-HA-MAIS-PRECOS
                 PERFORM APLICAR-REGISTO-PRECO
                 PERFORM LER-PROXIMO-PRECO
              END-PERFORM
              CLOSE FICHEIRO-PRECOS
           END-IF.
       LER-PROXIMO-PRECO.
           READ FICHEIRO-PRECOS NEXT
              AT END MOVE "S" TO FIM-PRECOS
           END-READ.
       APLICAR-REGISTO-PRECO.
           IF REG-PRC-DATA-EFETIVA > 0
              AND REG-PRC-DATA-EFETIVA <= DATA-PEDIDO
              MOVE REG-PRC-PRECO-NOVO TO PRECO-VIGENTE
           ELSE
              MOVE REG-PRC-PRECO TO PRECO-VIGENTE
           END-IF.
           EVALUATE REG-PRC-CODIGO(1:3)
              WHEN "TAM"
                 MOVE REG-PRC-CODIGO(4:1) TO TEMP2
                 IF TEMP2 >= 1 AND TEMP2 <= 3
                    MOVE PRECO-VIGENTE TO PRECO-TAMANHO(TEMP2)
                    MOVE "S" TO TAM-CARREGADO(TEMP2)
                 END-IF
              WHEN "ING"
                 MOVE REG-PRC-CODIGO(4:2) TO TEMP2
                 IF TEMP2 >= 1 AND TEMP2 <= 10
                    MOVE PRECO-VIGENTE TO PRECO-EMENTA(TEMP2)
                    MOVE REG-PRC-NOME TO NOME-EMENTA(TEMP2)
                    MOVE "S" TO ING-CARREGADO(TEMP2)
                 END-IF
              WHEN "BEB"
                 MOVE REG-PRC-CODIGO(4:1) TO TEMP2
                 IF TEMP2 >= 1 AND TEMP2 <= 4
                    MOVE PRECO-VIGENTE TO PRECO-BEBIDA(TEMP2)
                    MOVE REG-PRC-NOME TO NOME-BEBIDA(TEMP2)
                    MOVE "S" TO BEB-CARREGADA(TEMP2)
                 END-IF
              WHEN "REC"
                 MOVE REG-PRC-CODIGO(4:1) TO TEMP2
                 IF TEMP2 >= 1 AND TEMP2 <= 9
                    MOVE REG-PRC-NOME TO REC-NOME(TEMP2)
                    MOVE REG-PRC-TAMANHO TO REC-TAMANHO(TEMP2)
                    MOVE REG-PRC-NUM-INGR TO REC-NUM-INGR(TEMP2)
                    MOVE REG-PRC-INGREDIENTES
                       TO REC-INGREDIENTES(TEMP2)
                    MOVE PRECO-VIGENTE TO REC-PRECO(TEMP2)
                 END-IF
              WHEN "ZON"
                 MOVE REG-PRC-CODIGO(4:1) TO TEMP2
                 IF TEMP2 >= 1 AND TEMP2 <= 9
                    MOVE REG-PRC-NOME TO ZONA-NOME(TEMP2)
                    MOVE PRECO-VIGENTE TO ZONA-TAXA(TEMP2)
                    MOVE REG-PRC-NUM-INGR TO ZONA-MINUTOS(TEMP2)
                 END-IF
              WHEN "EXT"
                 MOVE PRECO-VIGENTE TO PRECO-EXTRA-INGREDIENTE
              WHEN "IVA"
                 MOVE PRECO-VIGENTE TO TAXA-IVA
           END-EVALUATE.
       VALIDAR-NIF.
           MOVE "S" TO NIF-VALIDO.
           MOVE NIF-CLIENTE TO NIF-TRABALHO.
           MOVE 0 TO NIF-SOMA.
           PERFORM VARYING IDX-ING FROM 1 BY 1 UNTIL IDX-ING > 8
              COMPUTE NIF-SOMA = NIF-SOMA
                 + NIF-DIGITO(IDX-ING) * (10 - IDX-ING)
           END-PERFORM.
           DIVIDE NIF-SOMA BY 11
              GIVING NIF-QUOCIENTE REMAINDER NIF-RESTO.
           COMPUTE NIF-CONTROLO = 11 - NIF-RESTO.
           IF NIF-CONTROLO >= 10
              MOVE 0 TO NIF-CONTROLO
           END-IF.
           IF NIF-CONTROLO NOT = NIF-DIGITO(9)
              MOVE "N" TO NIF-VALIDO
           END-IF.
      *-----------------------------------------------------------------
      * Stock de ingredientes (STOCK.DAT, mantido por
      * 810_PIZZARIA_PRECOS). Sem ficheiro nao ha controlo de stock.
      *-----------------------------------------------------------------
       CARREGAR-STOCK.
           MOVE "N" TO FIM-STOCK.
           OPEN INPUT FICHEIRO-STOCK.
           IF FS-STOCK = "00"
              MOVE "S" TO STOCK-CONTROLADO
              PERFORM LER-PROXIMO-STOCK
              PERFORM UNTIL NAO-HA-MAIS-STOCK
                 IF REG-STK-CODIGO >= 1 AND REG-STK-CODIGO <= 10
                    MOVE REG-STK-NOME
                       TO STOCK-NOME(REG-STK-CODIGO)
                    MOVE REG-STK-QTD-INICIAL
                       TO STOCK-INICIAL(REG-STK-CODIGO)
                    MOVE REG-STK-QTD-ATUAL
                       TO STOCK-DISPONIVEL(REG-STK-CODIGO)
                 END-IF
                 PERFORM LER-PROXIMO-STOCK
              END-PERFORM
              CLOSE FICHEIRO-STOCK
           END-IF.
       LER-PROXIMO-STOCK.
           READ FICHEIRO-STOCK
              AT END MOVE "S" TO FIM-STOCK
           END-READ.
      *    Como no 807: STOCK.DAT e relido antes de ser regravado e
      *    ao stock lido tira-se so o consumo deste pedido.
       ATUALIZAR-STOCK.
           IF STOCK-CONTROLADO = "S"
              PERFORM CARREGAR-STOCK
              PERFORM DESCONTAR-CONSUMO-PEDIDO
              OPEN OUTPUT FICHEIRO-STOCK
              IF FS-STOCK = "00"
                 PERFORM VARYING TEMP2 FROM 1 BY 1 UNTIL TEMP2 > 10
                    MOVE TEMP2 TO REG-STK-CODIGO
                    MOVE STOCK-NOME(TEMP2) TO REG-STK-NOME
                    MOVE STOCK-INICIAL(TEMP2) TO REG-STK-QTD-INICIAL
                    MOVE STOCK-DISPONIVEL(TEMP2) TO REG-STK-QTD-ATUAL
                    WRITE REG-STOCK
                 END-PERFORM
                 CLOSE FICHEIRO-STOCK
              ELSE
                 DISPLAY "ERRO AO GRAVAR STOCK.DAT!"
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
      *-----------------------------------------------------------------
      * Ultima data fechada pelo fecho do dia (FECHO.DAT) e avanco de
      * um dia de calendario, como no 807.
      *-----------------------------------------------------------------
       LER-DATA-FECHO.
           MOVE 0 TO ULTIMA-DATA-FECHADA.
           OPEN INPUT FICHEIRO-FECHO.
           IF FS-FECHO = "00"
              READ FICHEIRO-FECHO
                 AT END CONTINUE
                 NOT AT END MOVE REG-FECHO-DATA TO ULTIMA-DATA-FECHADA
              END-READ
              CLOSE FICHEIRO-FECHO
           END-IF.
       SOMAR-UM-DIA.
           MOVE DIAS-MES(MES-TRABALHO) TO DIAS-NO-MES.
           IF MES-TRABALHO = 2
              DIVIDE ANO-TRABALHO BY 4
                 GIVING ANO-QUOCIENTE REMAINDER ANO-RESTO
              IF ANO-RESTO = 0
                 DIVIDE ANO-TRABALHO BY 100
                    GIVING ANO-QUOCIENTE REMAINDER ANO-RESTO
                 IF ANO-RESTO NOT = 0
                    MOVE 29 TO DIAS-NO-MES
                 ELSE
                    DIVIDE ANO-TRABALHO BY 400
                       GIVING ANO-QUOCIENTE REMAINDER ANO-RESTO
                    IF ANO-RESTO = 0
                       MOVE 29 TO DIAS-NO-MES
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF DIA-TRABALHO < DIAS-NO-MES
              ADD 1 TO DIA-TRABALHO
           ELSE
              MOVE 1 TO DIA-TRABALHO
              IF MES-TRABALHO < 12
                 ADD 1 TO MES-TRABALHO
              ELSE
                 MOVE 1 TO MES-TRABALHO
                 ADD 1 TO ANO-TRABALHO
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Controlo de numeracao dos pedidos (CONTROLO.DAT), partilhado
      * com a caixa (807).
      *-----------------------------------------------------------------
       LER-NUMERO-CONTROLO.
           OPEN INPUT FICHEIRO-CONTROLO.
           IF FS-CONTROLO = "00"
              READ FICHEIRO-CONTROLO
                 AT END
                    MOVE 1 TO NUMERO-PEDIDO
                 NOT AT END
                    COMPUTE NUMERO-PEDIDO = REG-ULTIMO-PEDIDO + 1
              END-READ
              CLOSE FICHEIRO-CONTROLO
           ELSE
              MOVE 1 TO NUMERO-PEDIDO
           END-IF.
       GRAVAR-NUMERO-CONTROLO.
           OPEN OUTPUT FICHEIRO-CONTROLO.
           IF FS-CONTROLO = "00"
              MOVE NUMERO-PEDIDO TO REG-ULTIMO-PEDIDO
              WRITE REG-CONTROLO
              CLOSE FICHEIRO-CONTROLO
           ELSE
              DISPLAY "ERRO AO GRAVAR CONTROLO.DAT!"
           END-IF.
      *-----------------------------------------------------------------
      * Hora prometida, como no 807. Sem agendamento: agora mais o
      * forno das pizzas que ja esperam na fila da cozinha e das deste
      * pedido, mais a viagem da zona numa entrega ao domicilio.
      * Agendado: promete-se a hora prevista e a cozinha tem de o ter
      * pronto a tempo da viagem.
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
              MOVE HORA-SISTEMA(1:2) TO HORA-CONVERTIDA-HH
              MOVE HORA-SISTEMA(3:2) TO HORA-CONVERTIDA-MM
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
      * Fila de entregas ao domicilio (ENTREGAS.DAT). O pedido ja foi
      * pago na plataforma: o estafeta nao cobra nada a porta.
      *-----------------------------------------------------------------
       GRAVAR-FILA-ENTREGA.
           MOVE NUMERO-PEDIDO    TO REG-ENT-NUMERO-PEDIDO.
           MOVE NOME-CLIENTE     TO REG-ENT-NOME-CLIENTE.
           MOVE CONTACTO-CLIENTE TO REG-ENT-CONTACTO.
           MOVE MORADA-CLIENTE   TO REG-ENT-MORADA.
           MOVE 0                TO REG-ENT-TOTAL-FINAL.
           IF PEDIDO-AGENDADO = "S"
              MOVE "A"           TO REG-ENT-ESTADO
           ELSE
              MOVE "P"           TO REG-ENT-ESTADO
           END-IF.
           MOVE SPACES           TO REG-ENT-ESTAFETA.
           MOVE SPACES           TO REG-ENT-HORA-SAIDA.
           MOVE SPACES           TO REG-ENT-HORA-FECHO.
           MOVE 0                TO REG-ENT-DINHEIRO.
           MOVE DATA-PREVISTA    TO REG-ENT-DATA-PREVISTA.
           MOVE HORA-PREVISTA    TO REG-ENT-HORA-PREVISTA.
           MOVE ZONA-ENTREGA     TO REG-ENT-ZONA.
           MOVE 0                TO REG-ENT-COD-ESTAFETA.
           MOVE HORA-PROMETIDA   TO REG-ENT-HORA-PROMETIDA.
           IF PEDIDO-AGENDADO = "S"
              MOVE DATA-PREVISTA TO REG-ENT-DATA
           ELSE
              MOVE DATA-PEDIDO   TO REG-ENT-DATA
           END-IF.
           OPEN EXTEND FICHEIRO-ENTREGAS.
           IF FS-ENTREGAS NOT = "00"
              OPEN OUTPUT FICHEIRO-ENTREGAS
           END-IF.
           WRITE REG-ENTREGA.
           CLOSE FICHEIRO-ENTREGAS.
      *-----------------------------------------------------------------
      * Fila da cozinha (COZINHA.DAT): o pedido entra como recebido
      * (ou agendado) e o posto 817_PIZZARIA_COZINHA avanca-o.
      *-----------------------------------------------------------------
       GRAVAR-FILA-COZINHA.
           MOVE NUMERO-PEDIDO    TO REG-COZ-NUMERO-PEDIDO.
           MOVE DATA-PEDIDO      TO REG-COZ-DATA.
           MOVE NOME-CLIENTE     TO REG-COZ-NOME-CLIENTE.
           MOVE TIPO-ENTREGA     TO REG-COZ-TIPO-ENTREGA.
           IF PEDIDO-AGENDADO = "S"
              MOVE "A"           TO REG-COZ-ESTADO
           ELSE
              MOVE "R"           TO REG-COZ-ESTADO
           END-IF.
           MOVE HORA-FORMATADA   TO REG-COZ-HORA-RECEBIDO.
           MOVE SPACES           TO REG-COZ-HORA-FORNO.
           MOVE SPACES           TO REG-COZ-HORA-PRONTO.
           MOVE SPACES           TO REG-COZ-HORA-ENTREGUE.
           MOVE DATA-PREVISTA    TO REG-COZ-DATA-PREVISTA.
           MOVE HORA-PREVISTA    TO REG-COZ-HORA-PREVISTA.
           MOVE PIZZAS-NO-PEDIDO TO REG-COZ-NUM-PIZZAS.
           MOVE HORA-PRONTO-PROMETIDA TO REG-COZ-HORA-PROMETIDA.
           OPEN EXTEND FICHEIRO-COZINHA.
           IF FS-COZINHA NOT = "00"
              OPEN OUTPUT FICHEIRO-COZINHA
           END-IF.
           WRITE REG-COZINHA.
           CLOSE FICHEIRO-COZINHA.
      *-----------------------------------------------------------------
      * Talao de cozinha (TALOES.PRN), como no 807, com a referencia
      * da plataforma para o estafeta da plataforma levantar.
      *-----------------------------------------------------------------
       IMPRIMIR-TALAO.
           OPEN EXTEND FICHEIRO-TALOES.
           IF FS-TALOES NOT = "00"
              OPEN OUTPUT FICHEIRO-TALOES
           END-IF.
           MOVE SPACES TO LINHA-TALAO.
           STRING "--------------------------------------------"
              DELIMITED BY SIZE INTO LINHA-TALAO.
           WRITE LINHA-TALAO.
           MOVE SPACES TO LINHA-TALAO.
           STRING "TALAO COZINHA - Pedido No " NUMERO-PEDIDO
              DELIMITED BY SIZE INTO LINHA-TALAO.
           WRITE LINHA-TALAO.
           MOVE SPACES TO LINHA-TALAO.
           STRING "PLATAFORMA " REG-PLT-REFERENCIA
              DELIMITED BY SIZE INTO LINHA-TALAO.
           WRITE LINHA-TALAO.
           IF PEDIDO-AGENDADO = "S"
              MOVE SPACES TO LINHA-TALAO
              STRING "** AGENDADO PARA " DATA-PREVISTA " "
                 HORA-PREVISTA " **"
                 DELIMITED BY SIZE INTO LINHA-TALAO
              WRITE LINHA-TALAO
           END-IF.
           PERFORM VARYING IDX-ITEM FROM 1 BY 1
              UNTIL IDX-ITEM > NUM-ITENS
              MOVE SPACES TO LINHA-TALAO
              EVALUATE TRUE
                 WHEN ITEM-RECEITA(IDX-ITEM) > 0
                    STRING REC-NOME(ITEM-RECEITA(IDX-ITEM)) " ("
                       NOME-TAMANHO(ITEM-CODIGO(IDX-ITEM)) ")"
                       DELIMITED BY SIZE INTO LINHA-TALAO
                 WHEN ITEM-TIPO(IDX-ITEM) = 1
                    STRING NOME-TAMANHO(ITEM-CODIGO(IDX-ITEM))
                       DELIMITED BY SIZE INTO LINHA-TALAO
                 WHEN OTHER
                    STRING "Bebida: " NOME-BEBIDA(ITEM-CODIGO(IDX-ITEM))
                       DELIMITED BY SIZE INTO LINHA-TALAO
              END-EVALUATE
              WRITE LINHA-TALAO
              PERFORM VARYING IDX-ING FROM 1 BY 1
                 UNTIL IDX-ING > ITEM-NUM-INGR(IDX-ITEM)
                 MOVE SPACES TO LINHA-TALAO
                 STRING "  " NOME-EMENTA(ITEM-INGR(IDX-ITEM, IDX-ING))
                    DELIMITED BY SIZE INTO LINHA-TALAO
                 WRITE LINHA-TALAO
              END-PERFORM
           END-PERFORM.
           CLOSE FICHEIRO-TALOES.
           END PROGRAM 830_PIZZARIA_PLATAFORMA.
