      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inventario fisico e quebras - regista durante o dia
      *          as quebras (pizza queimada, produto caducado,
      *          refeicao do pessoal) em QUEBRAS.DAT, tirando-as de
      *          REG-STK-QTD-ATUAL em STOCK.DAT; faz a contagem fisica
      *          dos ingredientes 01..10 com o mapa de diferencas
      *          (stock teorico contra contado, valorizado ao custo
      *          medio de COMPRAS.DAT) e, depois de confirmada, grava
      *          a contagem em CONTAGENS.DAT e acerta STOCK.DAT pelo
      *          contado. O mapa anual mostra, mes a mes, as quebras
      *          por motivo (incluindo as entregas falhadas do 809) e
      *          as diferencas de contagem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 821_PIZZARIA_INVENTARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-STOCK ASSIGN TO "STOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-STOCK.
           SELECT FICHEIRO-QUEBRAS ASSIGN TO "QUEBRAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-QUEBRAS.
           SELECT FICHEIRO-CONTAGENS ASSIGN TO "CONTAGENS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTAGENS.
           SELECT FICHEIRO-COMPRAS ASSIGN TO "COMPRAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-COMPRAS.
           SELECT FICHEIRO-PRECOS ASSIGN TO "PRECOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRC-CODIGO
               FILE STATUS IS FS-PRECOS.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-STOCK.
           COPY STOCK.
       FD  FICHEIRO-QUEBRAS.
           COPY QUEBRA.
       FD  FICHEIRO-CONTAGENS.
           COPY CONTAGEM.
       FD  FICHEIRO-COMPRAS.
           COPY COMPRA.
       FD  FICHEIRO-PRECOS.
           COPY PRECO.
       WORKING-STORAGE SECTION.
       77 FS-STOCK                  PIC XX.
       77 FS-QUEBRAS                PIC XX.
       77 FS-CONTAGENS              PIC XX.
       77 FS-COMPRAS                PIC XX.
       77 FS-PRECOS                 PIC XX.
       77 FIM-FICHEIRO              PIC X VALUE "N".
           88 NAO-HA-MAIS-REGISTOS  VALUE "S".
       77 FIM-STOCK                 PIC X VALUE "N".
           88 NAO-HA-MAIS-STOCK     VALUE "S".
       77 FIM-PRECOS                PIC X VALUE "N".
           88 NAO-HA-MAIS-PRECOS    VALUE "S".
       77 OPCAO                     PIC 9.
           88 VALIDAR-OPCAO         VALUES 0 THRU 4.
       77 CONFIRMA                  PIC X.
           88 VALIDAR-CONFIRMA      VALUES "s","S","n","N".
           88 CONFIRMA-SIM          VALUES "s","S".
       77 STOCK-LIDO                PIC X VALUE "N".
       77 CODIGO-NUM                PIC 9(02).
       77 INGREDIENTE-ENTRADA       PIC 9(02).
       77 QUANTIDADE-ENTRADA        PIC 9(05).
       77 MOTIVO-ENTRADA            PIC 9.
           88 VALIDAR-MOTIVO        VALUES 1 THRU 3.
       77 DATA-SISTEMA              PIC 9(08).
       77 DATA-LISTAGEM             PIC 9(08).
       77 HORA-SISTEMA              PIC X(08).
       77 HORA-FORMATADA            PIC X(08).
       77 ANO-MAPA                  PIC 9(04).
       77 MES-NUM                   PIC 9(02).
       77 IDX                       PIC 9(02).
       77 IDX-STK                   PIC 9(02).
       77 IDX-MOT                   PIC 9(02).
       77 QUEBRAS-LISTADAS          PIC 9(05).
       77 DIFERENCA                 PIC S9(05).
       77 VALOR-DIFERENCA           PIC S9(07)V9(02).
       77 TOTAL-DIFERENCAS          PIC S9(07)V9(02).
       77 VALOR-QUEBRA              PIC 9(07)V9(02).
       77 QTD-EDIT                  PIC ZZZZ9.
       77 CONTAGEM-EDIT             PIC -ZZZZ9.
       77 CUSTO-MEDIO-EDIT          PIC ZZ9.9999.
       77 VALOR-EDIT                PIC -ZZZZZZ9.99.
      *-----------------------------------------------------------------
      * Stock em memoria (mesmo desenho de 810/819) e a quantidade
      * contada de cada ingrediente na contagem fisica.
      *-----------------------------------------------------------------
       01  TABELA-STOCK-LOJA.
           05 STOCK-LINHA OCCURS 10 TIMES.
               10 STOCK-NOME        PIC X(11).
               10 STOCK-INICIAL     PIC 9(05).
               10 STOCK-ATUAL       PIC 9(05).
               10 STOCK-CONTADO     PIC 9(05).
      *-----------------------------------------------------------------
      * Custo medio de compra por ingrediente, de todo o COMPRAS.DAT.
      *-----------------------------------------------------------------
       01  TABELA-CUSTOS.
           05 CUSTO-LINHA OCCURS 10 TIMES.
               10 CST-QTD-COMPRADA  PIC 9(07).
               10 CST-CUSTO-TOTAL   PIC 9(07)V9(02).
               10 CST-CUSTO-MEDIO   PIC 9(03)V9(04).
      *-----------------------------------------------------------------
      * Acumuladores do mapa anual, por mes: unidades e valor das
      * quebras por motivo (1 a 4) e diferencas das contagens
      * (teorico menos contado, positivo = falta).
      *-----------------------------------------------------------------
       01  TABELA-MAPA.
           05 MAPA-MES OCCURS 12 TIMES.
               10 MAPA-QBR-UNIDADES PIC 9(07) OCCURS 4 TIMES.
               10 MAPA-QBR-VALOR    PIC 9(07)V9(02) OCCURS 4 TIMES.
               10 MAPA-DIF-UNIDADES PIC S9(07).
               10 MAPA-DIF-VALOR    PIC S9(07)V9(02).
               10 MAPA-CONTAGENS    PIC 9(03).
       01  TABELA-MOTIVOS-DADOS.
           05 FILLER PIC X(16) VALUE "Queimada        ".
           05 FILLER PIC X(16) VALUE "Caducado        ".
           05 FILLER PIC X(16) VALUE "Refeicao pessoal".
           05 FILLER PIC X(16) VALUE "Entrega falhada ".
       01  TABELA-MOTIVOS REDEFINES TABELA-MOTIVOS-DADOS.
           05 NOME-MOTIVO           PIC X(16) OCCURS 4 TIMES.
      *-----------------------------------------------------------------
      * Nomes dos ingredientes, com os VALUE por omissao da ementa de
      * sempre; PRECOS.DAT sobrepoe-os.
      *-----------------------------------------------------------------
       01  TABELA-EMENTA-DADOS.
           05 FILLER PIC X(11) VALUE "Fiambre    ".
           05 FILLER PIC X(11) VALUE "Atum       ".
           05 FILLER PIC X(11) VALUE "Anchovas   ".
           05 FILLER PIC X(11) VALUE "Camarao    ".
           05 FILLER PIC X(11) VALUE "Bacon      ".
           05 FILLER PIC X(11) VALUE "Banana     ".
           05 FILLER PIC X(11) VALUE "Ananas     ".
           05 FILLER PIC X(11) VALUE "Azeitonas  ".
           05 FILLER PIC X(11) VALUE "Cogumelos  ".
           05 FILLER PIC X(11) VALUE "Milho      ".
       01  TABELA-EMENTA REDEFINES TABELA-EMENTA-DADOS.
           05 NOME-EMENTA           PIC X(11) OCCURS 10 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "   PIZZARIA RAMALHO - INVENTARIO E QUEBRAS".
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM CARREGAR-EMENTA.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1 - Registar quebra".
           DISPLAY "2 - Listar quebras de um dia".
           DISPLAY "3 - Contagem fisica do stock".
           DISPLAY "4 - Mapa anual de quebras e diferencas".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           IF NOT VALIDAR-OPCAO
              DISPLAY "OPCAO INVALIDA!"
              GO TO MENU-PRINCIPAL
           END-IF.
           EVALUATE OPCAO
              WHEN 1 PERFORM REGISTAR-QUEBRA
                 THRU REGISTAR-QUEBRA-FIM
              WHEN 2 PERFORM LISTAR-QUEBRAS
              WHEN 3 PERFORM CONTAGEM-FISICA
                 THRU CONTAGEM-FISICA-FIM
              WHEN 4 PERFORM MAPA-ANUAL
              WHEN 0 GO TO FIM
           END-EVALUATE.
           GO TO MENU-PRINCIPAL.
       FIM.
           DISPLAY "FIM DO INVENTARIO.".
           STOP RUN.
      *-----------------------------------------------------------------
      * Regista uma quebra: grava-a em QUEBRAS.DAT e tira a quantidade
      * do stock atual (nunca abaixo de zero). As entregas falhadas
      * (motivo 4) sao gravadas pelo 809 e nao se registam aqui.
      *-----------------------------------------------------------------
       REGISTAR-QUEBRA.
           DISPLAY "Ingrediente (1-10): " WITH NO ADVANCING.
           ACCEPT INGREDIENTE-ENTRADA.
           IF INGREDIENTE-ENTRADA < 1 OR INGREDIENTE-ENTRADA > 10
              DISPLAY "CODIGO INVALIDO!"
              GO TO REGISTAR-QUEBRA
           END-IF.
           DISPLAY "Ingrediente: " NOME-EMENTA(INGREDIENTE-ENTRADA).
       REGISTAR-QUEBRA-QTD.
           DISPLAY "Quantidade perdida (99999): " WITH NO ADVANCING.
           ACCEPT QUANTIDADE-ENTRADA.
           IF QUANTIDADE-ENTRADA = 0
              DISPLAY "A QUANTIDADE TEM DE SER MAIOR QUE ZERO!"
              GO TO REGISTAR-QUEBRA-QTD
           END-IF.
       REGISTAR-QUEBRA-MOTIVO.
           DISPLAY "Motivo (1-Queimada 2-Caducado 3-Refeicao pessoal): "
              WITH NO ADVANCING.
           ACCEPT MOTIVO-ENTRADA.
           IF NOT VALIDAR-MOTIVO
              DISPLAY "MOTIVO INVALIDO!"
              GO TO REGISTAR-QUEBRA-MOTIVO
           END-IF.
           PERFORM OBTER-HORA.
           MOVE DATA-SISTEMA TO REG-QBR-DATA.
           MOVE HORA-FORMATADA TO REG-QBR-HORA.
           MOVE INGREDIENTE-ENTRADA TO REG-QBR-INGREDIENTE.
           MOVE QUANTIDADE-ENTRADA TO REG-QBR-QUANTIDADE.
           MOVE MOTIVO-ENTRADA TO REG-QBR-MOTIVO.
           MOVE 0 TO REG-QBR-NUMERO-PEDIDO.
           OPEN EXTEND FICHEIRO-QUEBRAS.
           IF FS-QUEBRAS NOT = "00"
              OPEN OUTPUT FICHEIRO-QUEBRAS
           END-IF.
           IF FS-QUEBRAS NOT = "00"
              DISPLAY "ERRO AO GRAVAR QUEBRAS.DAT!"
              GO TO REGISTAR-QUEBRA-FIM
           END-IF.
           WRITE REG-QUEBRA.
           CLOSE FICHEIRO-QUEBRAS.
           PERFORM CARREGAR-STOCK-LOJA.
           IF STOCK-LIDO = "N"
              DISPLAY "SEM STOCK.DAT - STOCK NAO ATUALIZADO."
           ELSE
              IF QUANTIDADE-ENTRADA > STOCK-ATUAL(INGREDIENTE-ENTRADA)
                 MOVE 0 TO STOCK-ATUAL(INGREDIENTE-ENTRADA)
              ELSE
                 SUBTRACT QUANTIDADE-ENTRADA
                    FROM STOCK-ATUAL(INGREDIENTE-ENTRADA)
              END-IF
              PERFORM GRAVAR-STOCK-LOJA
              MOVE STOCK-ATUAL(INGREDIENTE-ENTRADA) TO QTD-EDIT
              DISPLAY "STOCK ATUAL DE "
                 NOME-EMENTA(INGREDIENTE-ENTRADA) ": " QTD-EDIT
           END-IF.
           DISPLAY "QUEBRA REGISTADA.".
       REGISTAR-QUEBRA-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Lista as quebras de um dia, de todos os motivos.
      *-----------------------------------------------------------------
       LISTAR-QUEBRAS.
           DISPLAY "Data (AAAAMMDD, 0=hoje): " WITH NO ADVANCING.
           ACCEPT DATA-LISTAGEM.
           IF DATA-LISTAGEM = 0
              MOVE DATA-SISTEMA TO DATA-LISTAGEM
           END-IF.
           MOVE 0 TO QUEBRAS-LISTADAS.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-QUEBRAS.
           IF FS-QUEBRAS NOT = "00"
              DISPLAY "SEM QUEBRAS (QUEBRAS.DAT AUSENTE)."
           ELSE
              DISPLAY "-----------------------------------------------"
              DISPLAY "Hora     Ingrediente   Qtd Motivo          Ped."
              DISPLAY "-----------------------------------------------"
              PERFORM LER-QUEBRA
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 IF REG-QBR-DATA = DATA-LISTAGEM
                    AND REG-QBR-INGREDIENTE >= 1
                    AND REG-QBR-INGREDIENTE <= 10
                    AND REG-QBR-MOTIVO >= 1 AND REG-QBR-MOTIVO <= 4
                    ADD 1 TO QUEBRAS-LISTADAS
                    MOVE REG-QBR-QUANTIDADE TO QTD-EDIT
                    DISPLAY REG-QBR-HORA " "
                       NOME-EMENTA(REG-QBR-INGREDIENTE) " " QTD-EDIT
                       " " NOME-MOTIVO(REG-QBR-MOTIVO) " "
                       REG-QBR-NUMERO-PEDIDO
                 END-IF
                 PERFORM LER-QUEBRA
              END-PERFORM
              CLOSE FICHEIRO-QUEBRAS
              IF QUEBRAS-LISTADAS = 0
                 DISPLAY "SEM QUEBRAS EM " DATA-LISTAGEM "."
              END-IF
           END-IF.
       LER-QUEBRA.
           READ FICHEIRO-QUEBRAS
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
      *-----------------------------------------------------------------
      * Contagem fisica: pede o contado de cada ingrediente, mostra o
      * mapa de diferencas e, so depois de confirmado, guarda a
      * contagem e acerta o stock atual pelo contado.
      *-----------------------------------------------------------------
       CONTAGEM-FISICA.
           PERFORM CARREGAR-STOCK-LOJA.
           IF STOCK-LIDO = "N"
              DISPLAY "SEM STOCK.DAT - STOCK TEORICO A ZERO."
           END-IF.
           PERFORM CALCULAR-CUSTOS-MEDIOS.
           DISPLAY "Indique a quantidade contada de cada ingrediente.".
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              MOVE STOCK-ATUAL(IDX) TO QTD-EDIT
              DISPLAY STOCK-NOME(IDX) " (teorico " QTD-EDIT
                 ") contado: " WITH NO ADVANCING
              ACCEPT STOCK-CONTADO(IDX)
           END-PERFORM.
           PERFORM IMPRIMIR-DIFERENCAS.
       CONTAGEM-FISICA-CONFIRMAR.
           DISPLAY "Confirma a contagem e acerta o stock? (S/N): "
              WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF NOT VALIDAR-CONFIRMA
              DISPLAY "DIGITE S OU N!"
              GO TO CONTAGEM-FISICA-CONFIRMAR
           END-IF.
           IF NOT CONFIRMA-SIM
              DISPLAY "CONTAGEM ABANDONADA - STOCK NAO ALTERADO."
              GO TO CONTAGEM-FISICA-FIM
           END-IF.
           PERFORM OBTER-HORA.
           OPEN EXTEND FICHEIRO-CONTAGENS.
           IF FS-CONTAGENS NOT = "00"
              OPEN OUTPUT FICHEIRO-CONTAGENS
           END-IF.
           IF FS-CONTAGENS NOT = "00"
              DISPLAY "ERRO AO GRAVAR CONTAGENS.DAT - STOCK NAO "
                 "ALTERADO!"
              GO TO CONTAGEM-FISICA-FIM
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              MOVE DATA-SISTEMA TO REG-CNT-DATA
              MOVE HORA-FORMATADA TO REG-CNT-HORA
              MOVE IDX TO REG-CNT-INGREDIENTE
              MOVE STOCK-ATUAL(IDX) TO REG-CNT-QTD-TEORICA
              MOVE STOCK-CONTADO(IDX) TO REG-CNT-QTD-CONTADA
              MOVE CST-CUSTO-MEDIO(IDX) TO REG-CNT-CUSTO-MEDIO
              WRITE REG-CONTAGEM
              MOVE STOCK-CONTADO(IDX) TO STOCK-ATUAL(IDX)
           END-PERFORM.
           CLOSE FICHEIRO-CONTAGENS.
           PERFORM GRAVAR-STOCK-LOJA.
           DISPLAY "CONTAGEM GRAVADA. STOCK ACERTADO PELO CONTADO.".
       CONTAGEM-FISICA-FIM.
           EXIT.
       IMPRIMIR-DIFERENCAS.
           MOVE 0 TO TOTAL-DIFERENCAS.
           DISPLAY "==================================================".
           DISPLAY "MAPA DE DIFERENCAS DE INVENTARIO - " DATA-SISTEMA.
           DISPLAY "==================================================".
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              COMPUTE DIFERENCA = STOCK-CONTADO(IDX) - STOCK-ATUAL(IDX)
              COMPUTE VALOR-DIFERENCA ROUNDED =
                 DIFERENCA * CST-CUSTO-MEDIO(IDX)
              ADD VALOR-DIFERENCA TO TOTAL-DIFERENCAS
              DISPLAY STOCK-NOME(IDX)
              MOVE STOCK-ATUAL(IDX) TO QTD-EDIT
              DISPLAY "  Teorico        : " QTD-EDIT
              MOVE STOCK-CONTADO(IDX) TO QTD-EDIT
              DISPLAY "  Contado        : " QTD-EDIT
              MOVE DIFERENCA TO CONTAGEM-EDIT
              DISPLAY "  Diferenca      : " CONTAGEM-EDIT
              IF CST-QTD-COMPRADA(IDX) = 0
                 DISPLAY "  (SEM COMPRAS - DIFERENCA NAO VALORIZADA)"
              ELSE
                 MOVE CST-CUSTO-MEDIO(IDX) TO CUSTO-MEDIO-EDIT
                 DISPLAY "  Custo medio    : " CUSTO-MEDIO-EDIT
                 MOVE VALOR-DIFERENCA TO VALOR-EDIT
                 DISPLAY "  Valor          : " VALOR-EDIT
              END-IF
              DISPLAY "------------------------------------------------"
           END-PERFORM.
           MOVE TOTAL-DIFERENCAS TO VALOR-EDIT.
           DISPLAY "Valor total das diferencas: " VALOR-EDIT.
           DISPLAY "(negativo = falta no armazem)".
           DISPLAY "==================================================".
      *-----------------------------------------------------------------
      * Custo medio de compra de cada ingrediente: quantidade e custo
      * de todas as entregas registadas no 819.
      *-----------------------------------------------------------------
       CALCULAR-CUSTOS-MEDIOS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              MOVE 0 TO CST-QTD-COMPRADA(IDX)
              MOVE 0 TO CST-CUSTO-TOTAL(IDX)
              MOVE 0 TO CST-CUSTO-MEDIO(IDX)
           END-PERFORM.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-COMPRAS.
           IF FS-COMPRAS NOT = "00"
              DISPLAY "(SEM COMPRAS.DAT - CUSTOS A ZERO)"
           ELSE
              PERFORM LER-COMPRA
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 IF REG-CMP-INGREDIENTE >= 1
                    AND REG-CMP-INGREDIENTE <= 10
                    ADD REG-CMP-QUANTIDADE
                       TO CST-QTD-COMPRADA(REG-CMP-INGREDIENTE)
                    COMPUTE CST-CUSTO-TOTAL(REG-CMP-INGREDIENTE) =
                       CST-CUSTO-TOTAL(REG-CMP-INGREDIENTE)
                       + REG-CMP-QUANTIDADE * REG-CMP-CUSTO-UNIT
                 END-IF
                 PERFORM LER-COMPRA
              END-PERFORM
              CLOSE FICHEIRO-COMPRAS
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              IF CST-QTD-COMPRADA(IDX) > 0
                 COMPUTE CST-CUSTO-MEDIO(IDX) ROUNDED =
                    CST-CUSTO-TOTAL(IDX) / CST-QTD-COMPRADA(IDX)
              END-IF
           END-PERFORM.
       LER-COMPRA.
           READ FICHEIRO-COMPRAS
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
      *-----------------------------------------------------------------
      * Mapa anual: por mes, quebras por motivo e diferencas das
      * contagens confirmadas. As quebras valem ao custo medio atual;
      * as contagens ao custo medio gravado no dia da contagem.
      *-----------------------------------------------------------------
       MAPA-ANUAL.
           DISPLAY "Ano (AAAA, 0=ano corrente): " WITH NO ADVANCING.
           ACCEPT ANO-MAPA.
           IF ANO-MAPA = 0
              MOVE DATA-SISTEMA(1:4) TO ANO-MAPA
           END-IF.
           PERFORM CALCULAR-CUSTOS-MEDIOS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 12
              PERFORM VARYING IDX-MOT FROM 1 BY 1 UNTIL IDX-MOT > 4
                 MOVE 0 TO MAPA-QBR-UNIDADES(IDX, IDX-MOT)
                 MOVE 0 TO MAPA-QBR-VALOR(IDX, IDX-MOT)
              END-PERFORM
              MOVE 0 TO MAPA-DIF-UNIDADES(IDX)
              MOVE 0 TO MAPA-DIF-VALOR(IDX)
              MOVE 0 TO MAPA-CONTAGENS(IDX)
           END-PERFORM.
           PERFORM ACUMULAR-QUEBRAS-ANO.
           PERFORM ACUMULAR-CONTAGENS-ANO.
           PERFORM IMPRIMIR-MAPA.
       ACUMULAR-QUEBRAS-ANO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-QUEBRAS.
           IF FS-QUEBRAS = "00"
              PERFORM LER-QUEBRA
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 MOVE REG-QBR-DATA(5:2) TO MES-NUM
                 IF REG-QBR-DATA(1:4) = ANO-MAPA
                    AND MES-NUM >= 1 AND MES-NUM <= 12
                    AND REG-QBR-INGREDIENTE >= 1
                    AND REG-QBR-INGREDIENTE <= 10
                    AND REG-QBR-MOTIVO >= 1 AND REG-QBR-MOTIVO <= 4
                    ADD REG-QBR-QUANTIDADE TO
                       MAPA-QBR-UNIDADES(MES-NUM, REG-QBR-MOTIVO)
                    COMPUTE VALOR-QUEBRA ROUNDED = REG-QBR-QUANTIDADE
                       * CST-CUSTO-MEDIO(REG-QBR-INGREDIENTE)
                    ADD VALOR-QUEBRA TO
                       MAPA-QBR-VALOR(MES-NUM, REG-QBR-MOTIVO)
                 END-IF
                 PERFORM LER-QUEBRA
              END-PERFORM
              CLOSE FICHEIRO-QUEBRAS
           END-IF.
       ACUMULAR-CONTAGENS-ANO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-CONTAGENS.
           IF FS-CONTAGENS = "00"
              PERFORM LER-CONTAGEM
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 MOVE REG-CNT-DATA(5:2) TO MES-NUM
                 IF REG-CNT-DATA(1:4) = ANO-MAPA
                    AND MES-NUM >= 1 AND MES-NUM <= 12
                    COMPUTE DIFERENCA = REG-CNT-QTD-TEORICA
                       - REG-CNT-QTD-CONTADA
                    ADD DIFERENCA TO MAPA-DIF-UNIDADES(MES-NUM)
                    COMPUTE VALOR-DIFERENCA ROUNDED =
                       DIFERENCA * REG-CNT-CUSTO-MEDIO
                    ADD VALOR-DIFERENCA TO MAPA-DIF-VALOR(MES-NUM)
                    IF REG-CNT-INGREDIENTE = 1
                       ADD 1 TO MAPA-CONTAGENS(MES-NUM)
                    END-IF
                 END-IF
                 PERFORM LER-CONTAGEM
              END-PERFORM
              CLOSE FICHEIRO-CONTAGENS
           END-IF.
       LER-CONTAGEM.
           READ FICHEIRO-CONTAGENS
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
       IMPRIMIR-MAPA.
           DISPLAY "==================================================".
           DISPLAY "QUEBRAS E DIFERENCAS DE INVENTARIO - ANO " ANO-MAPA.
           DISPLAY "==================================================".
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 12
              DISPLAY "Mes " IDX "/" ANO-MAPA
              PERFORM VARYING IDX-MOT FROM 1 BY 1 UNTIL IDX-MOT > 4
                 MOVE MAPA-QBR-UNIDADES(IDX, IDX-MOT) TO QTD-EDIT
                 MOVE MAPA-QBR-VALOR(IDX, IDX-MOT) TO VALOR-EDIT
                 DISPLAY "  " NOME-MOTIVO(IDX-MOT) ": " QTD-EDIT
                    "  Valor: " VALOR-EDIT
              END-PERFORM
              MOVE MAPA-CONTAGENS(IDX) TO QTD-EDIT
              DISPLAY "  Contagens confirmadas: " QTD-EDIT
              MOVE MAPA-DIF-UNIDADES(IDX) TO CONTAGEM-EDIT
              MOVE MAPA-DIF-VALOR(IDX) TO VALOR-EDIT
              DISPLAY "  Falta nas contagens: " CONTAGEM-EDIT
                 "  Valor: " VALOR-EDIT
              DISPLAY "------------------------------------------------"
           END-PERFORM.
      *-----------------------------------------------------------------
      * Stock em memoria: mesmo desenho de 819_PIZZARIA_COMPRAS.
      *-----------------------------------------------------------------
       CARREGAR-STOCK-LOJA.
           MOVE "N" TO STOCK-LIDO.
           MOVE "N" TO FIM-STOCK.
           PERFORM VARYING IDX-STK FROM 1 BY 1 UNTIL IDX-STK > 10
              MOVE NOME-EMENTA(IDX-STK) TO STOCK-NOME(IDX-STK)
              MOVE 0 TO STOCK-INICIAL(IDX-STK)
              MOVE 0 TO STOCK-ATUAL(IDX-STK)
              MOVE 0 TO STOCK-CONTADO(IDX-STK)
           END-PERFORM.
           OPEN INPUT FICHEIRO-STOCK.
           IF FS-STOCK = "00"
              MOVE "S" TO STOCK-LIDO
              PERFORM LER-STOCK
              PERFORM UNTIL NAO-HA-MAIS-STOCK
                 IF REG-STK-CODIGO >= 1 AND REG-STK-CODIGO <= 10
                    MOVE REG-STK-NOME
                       TO STOCK-NOME(REG-STK-CODIGO)
                    MOVE REG-STK-QTD-INICIAL
                       TO STOCK-INICIAL(REG-STK-CODIGO)
                    MOVE REG-STK-QTD-ATUAL
                       TO STOCK-ATUAL(REG-STK-CODIGO)
                 END-IF
                 PERFORM LER-STOCK
              END-PERFORM
              CLOSE FICHEIRO-STOCK
           END-IF.
       LER-STOCK.
           READ FICHEIRO-STOCK
              AT END MOVE "S" TO FIM-STOCK
           END-READ.
       GRAVAR-STOCK-LOJA.
           OPEN OUTPUT FICHEIRO-STOCK.
           IF FS-STOCK NOT = "00"
              DISPLAY "ERRO AO GRAVAR STOCK.DAT!"
           ELSE
              PERFORM VARYING IDX-STK FROM 1 BY 1 UNTIL IDX-STK > 10
                 MOVE IDX-STK TO REG-STK-CODIGO
                 MOVE STOCK-NOME(IDX-STK) TO REG-STK-NOME
                 MOVE STOCK-INICIAL(IDX-STK) TO REG-STK-QTD-INICIAL
                 MOVE STOCK-ATUAL(IDX-STK) TO REG-STK-QTD-ATUAL
                 WRITE REG-STOCK
              END-PERFORM
              CLOSE FICHEIRO-STOCK
           END-IF.
       OBTER-HORA.
           ACCEPT HORA-SISTEMA FROM TIME.
           STRING HORA-SISTEMA(1:2) ":"
                  HORA-SISTEMA(3:2) ":"
                  HORA-SISTEMA(5:2)
                  DELIMITED BY SIZE
                  INTO HORA-FORMATADA
           END-STRING.
      *-----------------------------------------------------------------
      * Nomes dos ingredientes a partir de PRECOS.DAT (mantido por
      * 810_PIZZARIA_PRECOS); sem ficheiro valem os VALUE por omissao.
      *-----------------------------------------------------------------
       CARREGAR-EMENTA.
           MOVE "N" TO FIM-PRECOS.
           OPEN INPUT FICHEIRO-PRECOS.
           IF FS-PRECOS = "00"
              PERFORM LER-PROXIMO-PRECO
              PERFORM UNTIL NAO-HA-MAIS-PRECOS
                 IF REG-PRC-CODIGO(1:3) = "ING"
                    MOVE REG-PRC-CODIGO(4:2) TO CODIGO-NUM
                    IF CODIGO-NUM >= 1 AND CODIGO-NUM <= 10
                       MOVE REG-PRC-NOME TO NOME-EMENTA(CODIGO-NUM)
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
           END PROGRAM 821_PIZZARIA_INVENTARIO.
