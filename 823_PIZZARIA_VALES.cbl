      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vales de oferta - emite vales com numero proprio,
      *          valor facial e validade de um ano (VALES.DAT), carrega
      *          mais saldo num vale ainda valido, consulta o saldo e
      *          os movimentos de um vale e lista os vales ativos. A
      *          emissao e o carregamento sao vendas da caixa: pedem
      *          a forma de pagamento, ficam em MOVVALES.DAT (o fecho
      *          do dia, 811, soma-os a parte das vendas de pizzaria e
      *          o numerario entra na conferencia da gaveta) e saem
      *          num talao em RECIBOS.PRN. O vale e usado como forma
      *          de pagamento 4 no 807 e reposto pelo 812/809 quando o
      *          pedido e anulado ou a entrega falha.
      *          O mapa mensal para a contabilidade apura, com os
      *          movimentos ate ao fim do mes, a responsabilidade em
      *          aberto (saldo dos vales ainda validos) e lista os
      *          vales que expiraram nesse mes com saldo por usar.
      *          Com fichas de operador (OPERADORES.DAT) comeca pela
      *          identificacao com codigo e PIN; o mapa mensal e para
      *          supervisor ou gerente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 823_PIZZARIA_VALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-VALES ASSIGN TO "VALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-VALES.
           SELECT FICHEIRO-MOVVALES ASSIGN TO "MOVVALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVVALES.
           SELECT FICHEIRO-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT FICHEIRO-RECIBOS ASSIGN TO "RECIBOS.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-VALES.
           COPY VALE.
       FD  FICHEIRO-MOVVALES.
           COPY MOVVALE.
       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.
       FD  FICHEIRO-RECIBOS.
       01  LINHA-RECIBO                PIC X(60).
       WORKING-STORAGE SECTION.
       77 FS-VALES                  PIC XX.
       77 FS-MOVVALES               PIC XX.
       77 FS-RECIBOS                PIC XX.
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
       77 FIM-VALES                 PIC X VALUE "N".
           88 NAO-HA-MAIS-VALES     VALUE "S".
       77 FIM-MOVVALES              PIC X VALUE "N".
           88 NAO-HA-MAIS-MOVVALES  VALUE "S".
       77 OPCAO                     PIC 9.
           88 VALIDAR-OPCAO         VALUES 0 THRU 5.
       77 FORMA-PAGAMENTO           PIC 9.
           88 VALIDAR-PAGAMENTO     VALUES 1 THRU 3.
       77 CONFIRMA                  PIC X.
           88 VALIDAR-CONFIRMA      VALUES "s","S","n","N".
           88 CONFIRMA-SIM          VALUES "s","S".
       77 VALES-EXCEDIDA            PIC X VALUE "N".
       77 NUM-VALES                 PIC 9(04) VALUE 0.
       77 IDX-VAL                   PIC 9(04).
       77 POSICAO-VALE              PIC 9(04) VALUE 0.
       77 NUMERO-VALE-PROCURADO     PIC 9(06).
       77 MAIOR-NUMERO-VALE         PIC 9(06).
       77 VALOR-ENTRADA             PIC 9(05)V9(02).
       77 NOVA-VALIDADE             PIC 9(08).
       77 DATA-SISTEMA              PIC 9(08).
       77 HORA-SISTEMA              PIC X(08).
       77 HORA-FORMATADA            PIC X(08).
       77 DATA-FORMATADA            PIC X(10).
       77 VALIDADE-FORMATADA        PIC X(10).
       77 TIPO-TALAO                PIC X(13).
       77 MES-MAPA                  PIC 9(06).
       77 VALES-LISTADOS            PIC 9(04).
       77 MOVIMENTOS-LISTADOS       PIC 9(04).
       77 TOTAL-SALDOS              PIC 9(07)V9(02).
       77 EMITIDOS-MES              PIC 9(04).
       77 VALOR-EMITIDO-MES         PIC 9(07)V9(02).
       77 CARREGADOS-MES            PIC 9(04).
       77 VALOR-CARREGADO-MES       PIC 9(07)V9(02).
       77 VALOR-USADO-MES           PIC S9(07)V9(02).
       77 VALES-EM-ABERTO           PIC 9(04).
       77 RESPONSABILIDADE-MES      PIC 9(07)V9(02).
       77 VALES-EXPIRADOS           PIC 9(04).
       77 VALOR-EXPIRADO            PIC 9(07)V9(02).
       77 QTD-EDIT                  PIC ZZZ9.
       77 VALOR-EDIT                PIC ZZZZ9.99.
       77 VALOR2-EDIT               PIC ZZZZ9.99.
       77 TOTAL-EDIT                PIC -ZZZZZZ9.99.
       01  DATA-TRABALHO            PIC 9(08).
       01  DATA-TRABALHO-DEC REDEFINES DATA-TRABALHO.
           05 ANO-TRABALHO          PIC 9(04).
           05 MES-TRABALHO          PIC 9(02).
           05 DIA-TRABALHO          PIC 9(02).
       01  TABELA-PAGTO-NOMES-DADOS.
           05 FILLER PIC X(11) VALUE "Numerario  ".
           05 FILLER PIC X(11) VALUE "Cartao     ".
           05 FILLER PIC X(11) VALUE "MBWAY      ".
       01  TABELA-PAGTO-NOMES REDEFINES TABELA-PAGTO-NOMES-DADOS.
           05 NOME-PAGAMENTO        PIC X(11) OCCURS 3 TIMES.
      *-----------------------------------------------------------------
      * VALES.DAT inteiro em memoria (mesmo desenho de VALE.CPY),
      * regravado depois de cada emissao ou carregamento. Com mais
      * vales do que a tabela comporta nada e regravado, para nao se
      * perderem registos. SALDO-FIM-MES e o saldo de cada vale no fim
      * do mes do mapa, apurado pelos movimentos.
      *-----------------------------------------------------------------
       01  TABELA-VALES.
           05 VALE-LINHA OCCURS 1000 TIMES.
               10 VAL-NUMERO        PIC 9(06).
               10 VAL-DATA-EMISSAO  PIC 9(08).
               10 VAL-VALOR-FACIAL  PIC 9(05)V9(02).
               10 VAL-SALDO         PIC 9(05)V9(02).
               10 VAL-VALIDADE      PIC 9(08).
               10 VAL-ESTADO        PIC X(01).
       01  TABELA-SALDOS-MES.
           05 SALDO-FIM-MES         PIC S9(05)V9(02) OCCURS 1000 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "   PIZZARIA RAMALHO - VALES DE OFERTA".
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-FIM.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1 - Emitir vale".
           DISPLAY "2 - Carregar vale".
           DISPLAY "3 - Consultar vale (saldo e movimentos)".
           DISPLAY "4 - Listar vales ativos".
           DISPLAY "5 - Mapa mensal (responsabilidade e expirados)".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           IF NOT VALIDAR-OPCAO
              DISPLAY "OPCAO INVALIDA!"
              GO TO MENU-PRINCIPAL
           END-IF.
           EVALUATE OPCAO
              WHEN 1 PERFORM EMITIR-VALE
              WHEN 2 PERFORM CARREGAR-VALE
              WHEN 3 PERFORM CONSULTAR-VALE
              WHEN 4 PERFORM LISTAR-VALES-ATIVOS
              WHEN 5 PERFORM MAPA-MENSAL
              WHEN 0 GO TO FIM
           END-EVALUATE.
           GO TO MENU-PRINCIPAL.
       FIM.
           DISPLAY "FIM DOS VALES DE OFERTA.".
           STOP RUN.
      *-----------------------------------------------------------------
      * Emissao: valor e forma de pagamento, numero seguinte ao maior
      * ja emitido, validade de um ano. Fica o vale, o movimento de
      * venda e o talao para o cliente.
      *-----------------------------------------------------------------
       EMITIR-VALE.
           PERFORM CARREGAR-VALES.
           IF VALES-EXCEDIDA = "S" OR NUM-VALES >= 1000
              DISPLAY "FICHEIRO DE VALES CHEIO - EMISSAO RECUSADA."
           ELSE
              PERFORM PEDIR-VALOR THRU PEDIR-FORMA-FIM
              IF CONFIRMA-SIM
                 MOVE 0 TO MAIOR-NUMERO-VALE
                 PERFORM VARYING IDX-VAL FROM 1 BY 1
                    UNTIL IDX-VAL > NUM-VALES
                    IF VAL-NUMERO(IDX-VAL) > MAIOR-NUMERO-VALE
                       MOVE VAL-NUMERO(IDX-VAL) TO MAIOR-NUMERO-VALE
                    END-IF
                 END-PERFORM
                 ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
                 PERFORM CALCULAR-VALIDADE
                 ADD 1 TO NUM-VALES
                 MOVE NUM-VALES TO POSICAO-VALE
                 COMPUTE VAL-NUMERO(POSICAO-VALE) =
                    MAIOR-NUMERO-VALE + 1
                 MOVE DATA-SISTEMA TO VAL-DATA-EMISSAO(POSICAO-VALE)
                 MOVE VALOR-ENTRADA TO VAL-VALOR-FACIAL(POSICAO-VALE)
                 MOVE VALOR-ENTRADA TO VAL-SALDO(POSICAO-VALE)
                 MOVE NOVA-VALIDADE TO VAL-VALIDADE(POSICAO-VALE)
                 MOVE "A" TO VAL-ESTADO(POSICAO-VALE)
                 PERFORM GRAVAR-VALES
                 IF FS-VALES = "00"
                    MOVE "E" TO REG-MVV-TIPO
                    PERFORM GRAVAR-MOVIMENTO-VALE
                    MOVE "EMISSAO" TO TIPO-TALAO
                    PERFORM IMPRIMIR-TALAO-VALE
                    MOVE VALOR-ENTRADA TO VALOR-EDIT
                    DISPLAY "VALE " VAL-NUMERO(POSICAO-VALE)
                       " EMITIDO - " VALOR-EDIT " - VALIDO ATE "
                       VALIDADE-FORMATADA
                 END-IF
              ELSE
                 DISPLAY "EMISSAO ABANDONADA."
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Carregamento: soma saldo a um vale que ainda nao expirou (um
      * vale expirado fica como esta, para o mapa mensal). A validade
      * passa a um ano a contar de hoje se for mais tarde.
      *-----------------------------------------------------------------
       CARREGAR-VALE.
           PERFORM CARREGAR-VALES.
           DISPLAY "Numero do vale: " WITH NO ADVANCING.
           ACCEPT NUMERO-VALE-PROCURADO.
           PERFORM PROCURAR-VALE.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           EVALUATE TRUE
              WHEN VALES-EXCEDIDA = "S"
                 DISPLAY "FICHEIRO DE VALES CHEIO - CARREGAMENTO "
                    "RECUSADO."
              WHEN POSICAO-VALE = 0
                 DISPLAY "VALE " NUMERO-VALE-PROCURADO
                    " INEXISTENTE."
              WHEN VAL-VALIDADE(POSICAO-VALE) < DATA-SISTEMA
                 DISPLAY "VALE EXPIRADO - NAO PODE SER CARREGADO."
              WHEN OTHER
                 MOVE VAL-SALDO(POSICAO-VALE) TO VALOR-EDIT
                 DISPLAY "Saldo atual: " VALOR-EDIT
                 PERFORM PEDIR-VALOR THRU PEDIR-FORMA-FIM
                 IF CONFIRMA-SIM
                    PERFORM CALCULAR-VALIDADE
                    ADD VALOR-ENTRADA TO VAL-SALDO(POSICAO-VALE)
                    ADD VALOR-ENTRADA
                       TO VAL-VALOR-FACIAL(POSICAO-VALE)
                    MOVE "A" TO VAL-ESTADO(POSICAO-VALE)
                    IF NOVA-VALIDADE > VAL-VALIDADE(POSICAO-VALE)
                       MOVE NOVA-VALIDADE
                          TO VAL-VALIDADE(POSICAO-VALE)
                    END-IF
                    PERFORM GRAVAR-VALES
                    IF FS-VALES = "00"
                       MOVE "C" TO REG-MVV-TIPO
                       PERFORM GRAVAR-MOVIMENTO-VALE
                       MOVE "CARREGAMENTO" TO TIPO-TALAO
                       PERFORM IMPRIMIR-TALAO-VALE
                       MOVE VAL-SALDO(POSICAO-VALE) TO VALOR-EDIT
                       DISPLAY "VALE " VAL-NUMERO(POSICAO-VALE)
                          " CARREGADO - SALDO " VALOR-EDIT
                    END-IF
                 ELSE
                    DISPLAY "CARREGAMENTO ABANDONADO."
                 END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Valor e forma de pagamento da venda do vale, com confirmacao.
      *-----------------------------------------------------------------
       PEDIR-VALOR.
           DISPLAY "Valor (99999.99): " WITH NO ADVANCING.
           ACCEPT VALOR-ENTRADA.
           IF VALOR-ENTRADA = 0
              DISPLAY "O VALOR TEM DE SER MAIOR QUE ZERO!"
              GO TO PEDIR-VALOR
           END-IF.
       PEDIR-FORMA.
           DISPLAY "Pago em (1-Numerario,2-Cartao,3-MBWAY): "
              WITH NO ADVANCING.
           ACCEPT FORMA-PAGAMENTO.
           IF NOT VALIDAR-PAGAMENTO
              DISPLAY "FORMA DE PAGAMENTO INVALIDA!"
              GO TO PEDIR-FORMA
           END-IF.
       PEDIR-CONFIRMACAO.
           DISPLAY "Confirma? (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF NOT VALIDAR-CONFIRMA
              DISPLAY "DIGITE S OU N!"
              GO TO PEDIR-CONFIRMACAO
           END-IF.
       PEDIR-FORMA-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Validade de um ano a contar de DATA-SISTEMA (29/02 passa a
      * 28/02 quando o ano seguinte nao e bissexto).
      *-----------------------------------------------------------------
       CALCULAR-VALIDADE.
           MOVE DATA-SISTEMA TO DATA-TRABALHO.
           ADD 1 TO ANO-TRABALHO.
           IF MES-TRABALHO = 2 AND DIA-TRABALHO = 29
              MOVE 28 TO DIA-TRABALHO
           END-IF.
           MOVE DATA-TRABALHO TO NOVA-VALIDADE.
      *-----------------------------------------------------------------
      * Consulta: ficha do vale e todos os seus movimentos.
      *-----------------------------------------------------------------
       CONSULTAR-VALE.
           PERFORM CARREGAR-VALES.
           DISPLAY "Numero do vale: " WITH NO ADVANCING.
           ACCEPT NUMERO-VALE-PROCURADO.
           PERFORM PROCURAR-VALE.
           IF POSICAO-VALE = 0
              DISPLAY "VALE " NUMERO-VALE-PROCURADO " INEXISTENTE."
           ELSE
              MOVE VAL-VALOR-FACIAL(POSICAO-VALE) TO VALOR-EDIT
              MOVE VAL-SALDO(POSICAO-VALE) TO VALOR2-EDIT
              DISPLAY "Vale " VAL-NUMERO(POSICAO-VALE)
                 "  Emitido " VAL-DATA-EMISSAO(POSICAO-VALE)
                 "  Valido ate " VAL-VALIDADE(POSICAO-VALE)
                 "  Estado " VAL-ESTADO(POSICAO-VALE)
              DISPLAY "Carregado: " VALOR-EDIT "  Saldo: " VALOR2-EDIT
              DISPLAY "-----------------------------------------------"
              DISPLAY "T Data     Hora         Valor Pedido Op"
              DISPLAY "-----------------------------------------------"
              MOVE 0 TO MOVIMENTOS-LISTADOS
              MOVE "N" TO FIM-MOVVALES
              OPEN INPUT FICHEIRO-MOVVALES
              IF FS-MOVVALES = "00"
                 PERFORM LER-MOVVALE
                 PERFORM UNTIL NAO-HA-MAIS-MOVVALES
                    IF REG-MVV-NUMERO-VALE = NUMERO-VALE-PROCURADO
                       ADD 1 TO MOVIMENTOS-LISTADOS
                       MOVE REG-MVV-VALOR TO VALOR-EDIT
                       DISPLAY REG-MVV-TIPO " " REG-MVV-DATA " "
                          REG-MVV-HORA " " VALOR-EDIT "   "
                          REG-MVV-NUMERO-PEDIDO " "
                          REG-MVV-OPERADOR
                    END-IF
                    PERFORM LER-MOVVALE
                 END-PERFORM
                 CLOSE FICHEIRO-MOVVALES
              END-IF
              IF MOVIMENTOS-LISTADOS = 0
                 DISPLAY "SEM MOVIMENTOS EM MOVVALES.DAT."
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Vales que ainda podem ser usados hoje: ativos, com saldo e
      * dentro da validade.
      *-----------------------------------------------------------------
       LISTAR-VALES-ATIVOS.
           PERFORM CARREGAR-VALES.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE 0 TO VALES-LISTADOS.
           MOVE 0 TO TOTAL-SALDOS.
           DISPLAY "--------------------------------------------------".
           DISPLAY "Vale   Emissao  Validade    Carregado    Saldo".
           DISPLAY "--------------------------------------------------".
           PERFORM VARYING IDX-VAL FROM 1 BY 1
              UNTIL IDX-VAL > NUM-VALES
              IF VAL-ESTADO(IDX-VAL) = "A" AND VAL-SALDO(IDX-VAL) > 0
                 AND VAL-VALIDADE(IDX-VAL) >= DATA-SISTEMA
                 ADD 1 TO VALES-LISTADOS
                 ADD VAL-SALDO(IDX-VAL) TO TOTAL-SALDOS
                 MOVE VAL-VALOR-FACIAL(IDX-VAL) TO VALOR-EDIT
                 MOVE VAL-SALDO(IDX-VAL) TO VALOR2-EDIT
                 DISPLAY VAL-NUMERO(IDX-VAL) " "
                    VAL-DATA-EMISSAO(IDX-VAL) " "
                    VAL-VALIDADE(IDX-VAL) "   " VALOR-EDIT " "
                    VALOR2-EDIT
              END-IF
           END-PERFORM.
           DISPLAY "--------------------------------------------------".
           MOVE VALES-LISTADOS TO QTD-EDIT.
           MOVE TOTAL-SALDOS TO TOTAL-EDIT.
           DISPLAY "Vales ativos: " QTD-EDIT "   Saldo total: "
              TOTAL-EDIT.
           IF VALES-EXCEDIDA = "S"
              DISPLAY "ATENCAO: MAIS DE 1000 VALES - LISTA INCOMPLETA."
           END-IF.
      *-----------------------------------------------------------------
      * Mapa mensal para a contabilidade: vendas de vales no mes,
      * valor usado nos pedidos (liquido de reposicoes), a
      * responsabilidade no fim do mes - saldo, apurado so com os
      * movimentos ate esse mes, dos vales ainda validos - e os vales
      * que expiraram no mes com o saldo que ficou por usar.
      *-----------------------------------------------------------------
       MAPA-MENSAL.
           IF NOT FUNCAO-SUPERVISAO
              DISPLAY "MAPA SO PARA SUPERVISOR OU GERENTE."
           ELSE
              DISPLAY "Mes (AAAAMM): " WITH NO ADVANCING
              ACCEPT MES-MAPA
              PERFORM CARREGAR-VALES
              PERFORM APURAR-MOVIMENTOS-MES
              PERFORM IMPRIMIR-MAPA-MENSAL
           END-IF.
       APURAR-MOVIMENTOS-MES.
           MOVE 0 TO EMITIDOS-MES.
           MOVE 0 TO VALOR-EMITIDO-MES.
           MOVE 0 TO CARREGADOS-MES.
           MOVE 0 TO VALOR-CARREGADO-MES.
           MOVE 0 TO VALOR-USADO-MES.
           PERFORM VARYING IDX-VAL FROM 1 BY 1 UNTIL IDX-VAL > 1000
              MOVE 0 TO SALDO-FIM-MES(IDX-VAL)
           END-PERFORM.
           MOVE "N" TO FIM-MOVVALES.
           OPEN INPUT FICHEIRO-MOVVALES.
           IF FS-MOVVALES = "00"
              PERFORM LER-MOVVALE
              PERFORM UNTIL NAO-HA-MAIS-MOVVALES
                 IF REG-MVV-DATA(1:6) <= MES-MAPA
                    PERFORM APURAR-MOVIMENTO
                 END-IF
                 PERFORM LER-MOVVALE
              END-PERFORM
              CLOSE FICHEIRO-MOVVALES
           END-IF.
       APURAR-MOVIMENTO.
           MOVE REG-MVV-NUMERO-VALE TO NUMERO-VALE-PROCURADO.
           PERFORM PROCURAR-VALE.
           IF POSICAO-VALE > 0
              EVALUATE TRUE
                 WHEN REG-MVV-VENDA OR REG-MVV-REPOSICAO
                    ADD REG-MVV-VALOR TO SALDO-FIM-MES(POSICAO-VALE)
                 WHEN REG-MVV-UTILIZACAO
                    SUBTRACT REG-MVV-VALOR
                       FROM SALDO-FIM-MES(POSICAO-VALE)
              END-EVALUATE
           END-IF.
           IF REG-MVV-DATA(1:6) = MES-MAPA
              EVALUATE TRUE
                 WHEN REG-MVV-EMISSAO
                    ADD 1 TO EMITIDOS-MES
                    ADD REG-MVV-VALOR TO VALOR-EMITIDO-MES
                 WHEN REG-MVV-CARREGAMENTO
                    ADD 1 TO CARREGADOS-MES
                    ADD REG-MVV-VALOR TO VALOR-CARREGADO-MES
                 WHEN REG-MVV-UTILIZACAO
                    ADD REG-MVV-VALOR TO VALOR-USADO-MES
                 WHEN REG-MVV-REPOSICAO
                    SUBTRACT REG-MVV-VALOR FROM VALOR-USADO-MES
              END-EVALUATE
           END-IF.
       IMPRIMIR-MAPA-MENSAL.
           MOVE 0 TO VALES-EM-ABERTO.
           MOVE 0 TO RESPONSABILIDADE-MES.
           MOVE 0 TO VALES-EXPIRADOS.
           MOVE 0 TO VALOR-EXPIRADO.
           DISPLAY "==================================================".
           DISPLAY "MAPA MENSAL DE VALES DE OFERTA - " MES-MAPA.
           DISPLAY "==================================================".
           MOVE EMITIDOS-MES TO QTD-EDIT.
           MOVE VALOR-EMITIDO-MES TO TOTAL-EDIT.
           DISPLAY "Vales emitidos    : " QTD-EDIT "  " TOTAL-EDIT.
           MOVE CARREGADOS-MES TO QTD-EDIT.
           MOVE VALOR-CARREGADO-MES TO TOTAL-EDIT.
           DISPLAY "Carregamentos     : " QTD-EDIT "  " TOTAL-EDIT.
           MOVE VALOR-USADO-MES TO TOTAL-EDIT.
           DISPLAY "Usado em pedidos  :       " TOTAL-EDIT.
           DISPLAY "--------------------------------------------------".
           DISPLAY "VALES EXPIRADOS NO MES COM SALDO POR USAR".
           DISPLAY "Vale   Emissao  Validade        Saldo".
           PERFORM VARYING IDX-VAL FROM 1 BY 1
              UNTIL IDX-VAL > NUM-VALES
              IF VAL-DATA-EMISSAO(IDX-VAL)(1:6) <= MES-MAPA
                 AND SALDO-FIM-MES(IDX-VAL) > 0
                 EVALUATE TRUE
                    WHEN VAL-VALIDADE(IDX-VAL)(1:6) > MES-MAPA
                       ADD 1 TO VALES-EM-ABERTO
                       ADD SALDO-FIM-MES(IDX-VAL)
                          TO RESPONSABILIDADE-MES
                    WHEN VAL-VALIDADE(IDX-VAL)(1:6) = MES-MAPA
                       ADD 1 TO VALES-EXPIRADOS
                       ADD SALDO-FIM-MES(IDX-VAL) TO VALOR-EXPIRADO
                       MOVE SALDO-FIM-MES(IDX-VAL) TO VALOR-EDIT
                       DISPLAY VAL-NUMERO(IDX-VAL) " "
                          VAL-DATA-EMISSAO(IDX-VAL) " "
                          VAL-VALIDADE(IDX-VAL) "   " VALOR-EDIT
                 END-EVALUATE
              END-IF
           END-PERFORM.
           IF VALES-EXPIRADOS = 0
              DISPLAY "  NENHUM VALE EXPIROU NO MES COM SALDO."
           END-IF.
           MOVE VALES-EXPIRADOS TO QTD-EDIT.
           MOVE VALOR-EXPIRADO TO TOTAL-EDIT.
           DISPLAY "Expirados no mes  : " QTD-EDIT "  " TOTAL-EDIT.
           DISPLAY "--------------------------------------------------".
           MOVE VALES-EM-ABERTO TO QTD-EDIT.
           MOVE RESPONSABILIDADE-MES TO TOTAL-EDIT.
           DISPLAY "RESPONSABILIDADE EM ABERTO NO FIM DO MES".
           DISPLAY "Vales validos     : " QTD-EDIT "  " TOTAL-EDIT.
           IF VALES-EXCEDIDA = "S"
              DISPLAY "ATENCAO: MAIS DE 1000 VALES - MAPA INCOMPLETO."
           END-IF.
           DISPLAY "==================================================".
      *-----------------------------------------------------------------
      * Acesso a VALES.DAT e MOVVALES.DAT (mesmas rotinas do 807).
      *-----------------------------------------------------------------
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
       LER-MOVVALE.
           READ FICHEIRO-MOVVALES
              AT END MOVE "S" TO FIM-MOVVALES
           END-READ.
      *-----------------------------------------------------------------
      * Movimento de venda (tipo ja em REG-MVV-TIPO) do vale em
      * POSICAO-VALE, com a data e a hora do momento.
      *-----------------------------------------------------------------
       GRAVAR-MOVIMENTO-VALE.
           PERFORM PEGAR-HORA.
           MOVE DATA-SISTEMA TO REG-MVV-DATA.
           MOVE HORA-FORMATADA TO REG-MVV-HORA.
           MOVE VAL-NUMERO(POSICAO-VALE) TO REG-MVV-NUMERO-VALE.
           MOVE VALOR-ENTRADA TO REG-MVV-VALOR.
           MOVE FORMA-PAGAMENTO TO REG-MVV-FORMA-PAGAMENTO.
           MOVE 0 TO REG-MVV-NUMERO-PEDIDO.
           MOVE CODIGO-OPERADOR TO REG-MVV-OPERADOR.
           OPEN EXTEND FICHEIRO-MOVVALES.
           IF FS-MOVVALES NOT = "00"
              OPEN OUTPUT FICHEIRO-MOVVALES
           END-IF.
           IF FS-MOVVALES NOT = "00"
              DISPLAY "ERRO AO GRAVAR MOVVALES.DAT!"
           ELSE
              WRITE REG-MOVIMENTO-VALE
              CLOSE FICHEIRO-MOVVALES
           END-IF.
      *-----------------------------------------------------------------
      * Talao do vale para o cliente, em RECIBOS.PRN como os recibos
      * dos pedidos.
      *-----------------------------------------------------------------
       IMPRIMIR-TALAO-VALE.
           STRING DATA-SISTEMA(7:2) "/"
                  DATA-SISTEMA(5:2) "/"
                  DATA-SISTEMA(1:4)
                  DELIMITED BY SIZE
                  INTO DATA-FORMATADA
           END-STRING.
           STRING VAL-VALIDADE(POSICAO-VALE)(7:2) "/"
                  VAL-VALIDADE(POSICAO-VALE)(5:2) "/"
                  VAL-VALIDADE(POSICAO-VALE)(1:4)
                  DELIMITED BY SIZE
                  INTO VALIDADE-FORMATADA
           END-STRING.
           OPEN EXTEND FICHEIRO-RECIBOS.
           IF FS-RECIBOS NOT = "00"
              OPEN OUTPUT FICHEIRO-RECIBOS
           END-IF.
           IF FS-RECIBOS NOT = "00"
              DISPLAY "ERRO AO ABRIR RECIBOS.PRN - TALAO NAO IMPRESSO."
           ELSE
              MOVE SPACES TO LINHA-RECIBO
              STRING "--------------------------------------------"
                 DELIMITED BY SIZE INTO LINHA-RECIBO
              WRITE LINHA-RECIBO
              MOVE SPACES TO LINHA-RECIBO
              STRING "VALE DE OFERTA No " VAL-NUMERO(POSICAO-VALE)
                 " - " TIPO-TALAO
                 DELIMITED BY SIZE INTO LINHA-RECIBO
              WRITE LINHA-RECIBO
              MOVE SPACES TO LINHA-RECIBO
              STRING "Data " DATA-FORMATADA " Hora " HORA-FORMATADA
                 DELIMITED BY SIZE INTO LINHA-RECIBO
              WRITE LINHA-RECIBO
              IF CODIGO-OPERADOR > 0
                 MOVE SPACES TO LINHA-RECIBO
                 STRING "Atendido por: " NOME-OPERADOR
                    DELIMITED BY SIZE INTO LINHA-RECIBO
                 WRITE LINHA-RECIBO
              END-IF
              MOVE SPACES TO LINHA-RECIBO
              MOVE VALOR-ENTRADA TO VALOR-EDIT
              STRING "Valor pago: " VALOR-EDIT " ("
                 NOME-PAGAMENTO(FORMA-PAGAMENTO) ")"
                 DELIMITED BY SIZE INTO LINHA-RECIBO
              WRITE LINHA-RECIBO
              MOVE SPACES TO LINHA-RECIBO
              MOVE VAL-SALDO(POSICAO-VALE) TO VALOR-EDIT
              STRING "Saldo do vale: " VALOR-EDIT
                 DELIMITED BY SIZE INTO LINHA-RECIBO
              WRITE LINHA-RECIBO
              MOVE SPACES TO LINHA-RECIBO
              STRING "Valido ate " VALIDADE-FORMATADA
                 DELIMITED BY SIZE INTO LINHA-RECIBO
              WRITE LINHA-RECIBO
              CLOSE FICHEIRO-RECIBOS
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
           END PROGRAM 823_PIZZARIA_VALES.
