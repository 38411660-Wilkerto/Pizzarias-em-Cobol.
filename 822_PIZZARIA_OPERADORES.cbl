      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operadores e responsabilizacao - mantem as fichas de
      *          operador em OPERADORES.DAT (codigo 01..20, nome, PIN
      *          e funcao: operador, supervisor ou gerente), usadas na
      *          identificacao com codigo e PIN ao entrar no 807, 810,
      *          812 e 818, e emite o relatorio por operador num
      *          intervalo de datas: pedidos registados e vendas
      *          liquidas (ficheiros por ano HISTAAAA do fecho de mes
      *          820, historico e movimento em aberto, como no 819),
      *          anulacoes dos seus pedidos, descontos concedidos,
      *          anulacoes que autorizou (AUDITORIA.DAT) e a diferenca
      *          de caixa de cada sessao que abriu no 818 (CAIXA.DAT),
      *          com o numerario das vendas repartido pela janela
      *          horaria de cada sessao (sem a parte paga com vale
      *          de oferta e com os vales vendidos em numerario, de
      *          MOVVALES.DAT).
      *          So o gerente mantem as fichas e fica sempre pelo
      *          menos um gerente ativo; sem fichas ativas o programa
      *          deixa criar a primeira, que tem de ser de gerente. O
      *          relatorio e para supervisor ou gerente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 822_PIZZARIA_OPERADORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT FICHEIRO-PEDIDOS ASSIGN TO "PEDIDOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.
           SELECT FICHEIRO-HISTORICO ASSIGN TO "HISTORICO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.
           SELECT FICHEIRO-HIST-ANO ASSIGN TO NOME-HIST-ANO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HIST-ANO.
           SELECT FICHEIRO-RESUMOS ASSIGN TO "RESUMOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RESUMOS.
           SELECT FICHEIRO-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT FICHEIRO-CAIXA ASSIGN TO "CAIXA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CAIXA.
           SELECT FICHEIRO-MOVVALES ASSIGN TO "MOVVALES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MOVVALES.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.
       FD  FICHEIRO-PEDIDOS.
           COPY PEDIDO.
       FD  FICHEIRO-HISTORICO.
           COPY PEDIDO REPLACING LEADING ==REG-== BY ==HIS-==.
       FD  FICHEIRO-HIST-ANO.
           COPY PEDIDO REPLACING LEADING ==REG-== BY ==ARQ-==.
       FD  FICHEIRO-RESUMOS.
           COPY RESUMO.
       FD  FICHEIRO-AUDITORIA.
           COPY AUDITORIA.
       FD  FICHEIRO-CAIXA.
           COPY CAIXA.
       FD  FICHEIRO-MOVVALES.
           COPY MOVVALE.
       WORKING-STORAGE SECTION.
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
       77 FS-PEDIDOS                PIC XX.
       77 FS-HISTORICO              PIC XX.
       77 FS-HIST-ANO               PIC XX.
       77 FS-RESUMOS                PIC XX.
       77 FS-AUDITORIA              PIC XX.
       77 FS-CAIXA                  PIC XX.
       77 FS-MOVVALES               PIC XX.
       77 NOME-HIST-ANO             PIC X(12).
       77 ANO-INICIAL               PIC 9(04).
       77 ANO-FINAL                 PIC 9(04).
       77 ANO-CORRENTE              PIC 9(04).
       77 MENOR-ANO-ARQ             PIC 9(04) VALUE 9999.
       77 DATA-EFETIVA              PIC 9(08).
       77 FIM-FICHEIRO              PIC X VALUE "N".
           88 NAO-HA-MAIS-REGISTOS  VALUE "S".
       77 OPCAO                     PIC 9.
           88 VALIDAR-OPCAO         VALUES 0 THRU 2.
       77 FUNCAO-ENTRADA            PIC X.
           88 VALIDAR-FUNCAO-ENTRADA VALUES "O", "S", "G".
       77 ATIVO-ENTRADA             PIC X.
           88 VALIDAR-ATIVO-ENTRADA VALUES "s","S","n","N".
           88 ATIVO-ENTRADA-SIM     VALUES "s","S".
       77 CODIGO-PEDIDO-OPR         PIC 9(02).
       77 NOME-OPERADOR-ENTRADA     PIC X(20).
       77 PIN-ENTRADA               PIC 9(04).
       77 GERENTES-ATIVOS           PIC 9(02).
       77 DATA-SISTEMA              PIC 9(08).
       77 DATA-INICIO               PIC 9(08).
       77 DATA-FIM                  PIC 9(08).
       77 SINAL-REGISTO             PIC S9 VALUE +1.
       77 IDX-ROP                   PIC 9(02).
       77 IDX-SES                   PIC 9(03).
       77 NUM-SESSOES               PIC 9(03) VALUE 0.
       77 SESSAO-CORRENTE           PIC 9(03) VALUE 0.
       77 SESSOES-EXCEDIDA          PIC X VALUE "N".
       77 SESSAO-ENCONTRADA         PIC X VALUE "N".
       77 HORA-PEDIDO-FMT           PIC X(08).
       77 CHAVE-PEDIDO              PIC X(16).
       77 VALOR-NUMERARIO           PIC S9(07)V9(02).
       77 NUMERARIO-ESPERADO        PIC S9(07)V9(02).
       77 DIFERENCA-SESSAO          PIC S9(07)V9(02).
       77 LINHAS-LISTADAS           PIC 9(03).
       77 NOME-LISTAGEM             PIC X(20).
       77 QTD-EDIT                  PIC ZZZZ9.
       77 VALOR-EDIT                PIC -ZZZZZZ9.99.
       77 VALOR2-EDIT               PIC -ZZZZZZ9.99.
       77 VALOR3-EDIT               PIC -ZZZZZZ9.99.
       77 SESSOES-EDIT              PIC ZZ9.
       01  TABELA-MESTRE-OPERADORES.
           05 MESTRE-OPERADOR OCCURS 20 TIMES.
               10 MOP-NOME          PIC X(20).
               10 MOP-PIN           PIC 9(04).
               10 MOP-FUNCAO        PIC X(01).
               10 MOP-ATIVO         PIC X(01).
      *-----------------------------------------------------------------
      * Acumuladores do relatorio, por operador: a linha 1 e o
      * operador 00 (pedidos e movimentos sem identificacao), a linha
      * n+1 o operador n.
      *-----------------------------------------------------------------
       01  TABELA-RELATORIO.
           05 RELATORIO-OPERADOR OCCURS 21 TIMES.
               10 ROP-PEDIDOS       PIC 9(05).
               10 ROP-VENDAS        PIC S9(07)V9(02).
               10 ROP-ANULADOS      PIC 9(05).
               10 ROP-VALOR-ANULADO PIC 9(07)V9(02).
               10 ROP-DESCONTOS     PIC S9(07)V9(02).
               10 ROP-AUTORIZADAS   PIC 9(05).
               10 ROP-VALOR-AUTORIZADO PIC 9(07)V9(02).
               10 ROP-SESSOES       PIC 9(03).
               10 ROP-DIFERENCA     PIC S9(07)V9(02).
      *-----------------------------------------------------------------
      * Sessoes de caixa abertas no intervalo (CAIXA.DAT): inicio e
      * fim como data + hora (AAAAMMDDHH:MM:SS), para repartir o
      * numerario das vendas por sessao mesmo depois da meia-noite.
      *-----------------------------------------------------------------
       01  TABELA-SESSOES.
           05 SESSAO-LINHA OCCURS 200 TIMES.
               10 SES-OPERADOR      PIC 9(02).
               10 SES-INICIO        PIC X(16).
               10 SES-FIM           PIC X(16).
               10 SES-FECHADA       PIC X(01).
               10 SES-FUNDO         PIC 9(07)V9(02).
               10 SES-ENTRADAS      PIC 9(07)V9(02).
               10 SES-SAIDAS        PIC 9(07)V9(02).
               10 SES-CONTADO       PIC 9(07)V9(02).
               10 SES-NUMERARIO     PIC S9(07)V9(02).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "   PIZZARIA RAMALHO - OPERADORES".
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-FIM.
           IF OPERADORES-CARREGADOS = "N"
              DISPLAY "SEM FICHAS DE OPERADOR ATIVAS - CRIE PRIMEIRO "
                 "A FICHA DO GERENTE (OPCAO 1)."
           END-IF.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1 - Fichas de operadores".
           DISPLAY "2 - Relatorio por operador".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           IF NOT VALIDAR-OPCAO
              DISPLAY "OPCAO INVALIDA!"
              GO TO MENU-PRINCIPAL
           END-IF.
           EVALUATE OPCAO
              WHEN 1 PERFORM GERIR-OPERADORES
                 THRU GERIR-OPERADORES-FIM
              WHEN 2 PERFORM RELATORIO-OPERADORES
              WHEN 0 GO TO FIM
           END-EVALUATE.
           GO TO MENU-PRINCIPAL.
       FIM.
           DISPLAY "FIM DOS OPERADORES.".
           STOP RUN.
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
       GRAVAR-OPERADORES.
           OPEN OUTPUT FICHEIRO-OPERADORES.
           IF FS-OPERADORES NOT = "00"
              DISPLAY "ERRO AO GRAVAR OPERADORES.DAT!"
           ELSE
              PERFORM VARYING IDX-OPR FROM 1 BY 1 UNTIL IDX-OPR > 20
                 IF MOP-NOME(IDX-OPR) NOT = SPACES
                    MOVE IDX-OPR TO REG-OPR-CODIGO
                    MOVE MESTRE-OPERADOR(IDX-OPR) TO REG-OPR-FICHA
                    WRITE REG-OPERADOR-FICHA
                 END-IF
              END-PERFORM
              CLOSE FICHEIRO-OPERADORES
           END-IF.
      *-----------------------------------------------------------------
      * Lista as fichas (sem o PIN) e cria ou altera uma: nome, PIN,
      * funcao e estado ativo. A alteracao so e gravada se ficar pelo
      * menos um gerente ativo, para a manutencao nunca ficar
      * trancada; a primeira ficha tem por isso de ser de gerente.
      *-----------------------------------------------------------------
       GERIR-OPERADORES.
           IF NOT FUNCAO-GERENCIA
              DISPLAY "SO O GERENTE MANTEM AS FICHAS DE OPERADOR."
              GO TO GERIR-OPERADORES-FIM
           END-IF.
           DISPLAY "--------------------------------------------------".
           DISPLAY "Cod Nome                 Funcao Ativo".
           DISPLAY "--------------------------------------------------".
           PERFORM VARYING IDX-OPR FROM 1 BY 1 UNTIL IDX-OPR > 20
              IF MOP-NOME(IDX-OPR) NOT = SPACES
                 DISPLAY IDX-OPR "  " MOP-NOME(IDX-OPR) " "
                    MOP-FUNCAO(IDX-OPR) "      " MOP-ATIVO(IDX-OPR)
              END-IF
           END-PERFORM.
           DISPLAY "(Funcao: O = operador, S = supervisor, "
              "G = gerente)".
       GERIR-OPERADORES-CODIGO.
           DISPLAY "Codigo a definir (1-20, 0=voltar): "
              WITH NO ADVANCING.
           ACCEPT CODIGO-PEDIDO-OPR.
           IF CODIGO-PEDIDO-OPR = 0
              GO TO GERIR-OPERADORES-FIM
           END-IF.
           IF CODIGO-PEDIDO-OPR > 20
              DISPLAY "CODIGO INVALIDO!"
              GO TO GERIR-OPERADORES-CODIGO
           END-IF.
           IF MOP-NOME(CODIGO-PEDIDO-OPR) NOT = SPACES
              DISPLAY "Ficha atual: " MOP-NOME(CODIGO-PEDIDO-OPR)
           END-IF.
           DISPLAY "Nome do operador (vazio = mantem): "
              WITH NO ADVANCING.
           ACCEPT NOME-OPERADOR-ENTRADA.
           IF NOME-OPERADOR-ENTRADA = SPACES
              AND MOP-NOME(CODIGO-PEDIDO-OPR) = SPACES
              DISPLAY "O NOME E OBRIGATORIO NUMA FICHA NOVA!"
              GO TO GERIR-OPERADORES-CODIGO
           END-IF.
       GERIR-OPERADORES-PIN.
           DISPLAY "PIN de 4 digitos (0 = mantem): "
              WITH NO ADVANCING.
           ACCEPT PIN-ENTRADA.
           IF PIN-ENTRADA = 0
              AND MOP-NOME(CODIGO-PEDIDO-OPR) = SPACES
              DISPLAY "O PIN E OBRIGATORIO NUMA FICHA NOVA!"
              GO TO GERIR-OPERADORES-PIN
           END-IF.
       GERIR-OPERADORES-FUNCAO.
           DISPLAY "Funcao (O/S/G): " WITH NO ADVANCING.
           ACCEPT FUNCAO-ENTRADA.
           IF NOT VALIDAR-FUNCAO-ENTRADA
              DISPLAY "DIGITE O, S OU G!"
              GO TO GERIR-OPERADORES-FUNCAO
           END-IF.
       GERIR-OPERADORES-ATIVO.
           DISPLAY "Operador ativo? (S/N): " WITH NO ADVANCING.
           ACCEPT ATIVO-ENTRADA.
           IF NOT VALIDAR-ATIVO-ENTRADA
              DISPLAY "DIGITE S OU N!"
              GO TO GERIR-OPERADORES-ATIVO
           END-IF.
           IF NOME-OPERADOR-ENTRADA NOT = SPACES
              MOVE NOME-OPERADOR-ENTRADA
                 TO MOP-NOME(CODIGO-PEDIDO-OPR)
           END-IF.
           IF PIN-ENTRADA NOT = 0
              MOVE PIN-ENTRADA TO MOP-PIN(CODIGO-PEDIDO-OPR)
           END-IF.
           MOVE FUNCAO-ENTRADA TO MOP-FUNCAO(CODIGO-PEDIDO-OPR).
           IF ATIVO-ENTRADA-SIM
              MOVE "S" TO MOP-ATIVO(CODIGO-PEDIDO-OPR)
           ELSE
              MOVE "N" TO MOP-ATIVO(CODIGO-PEDIDO-OPR)
           END-IF.
           MOVE 0 TO GERENTES-ATIVOS.
           PERFORM VARYING IDX-OPR FROM 1 BY 1 UNTIL IDX-OPR > 20
              IF MOP-NOME(IDX-OPR) NOT = SPACES
                 AND MOP-FUNCAO(IDX-OPR) = "G"
                 AND MOP-ATIVO(IDX-OPR) = "S"
                 ADD 1 TO GERENTES-ATIVOS
              END-IF
           END-PERFORM.
           IF GERENTES-ATIVOS = 0
              DISPLAY "TEM DE FICAR PELO MENOS UM GERENTE ATIVO - "
                 "FICHA NAO GRAVADA."
              PERFORM CARREGAR-OPERADORES
              GO TO GERIR-OPERADORES-FIM
           END-IF.
           PERFORM GRAVAR-OPERADORES.
           PERFORM CARREGAR-OPERADORES.
           DISPLAY "FICHA " CODIGO-PEDIDO-OPR " GRAVADA.".
       GERIR-OPERADORES-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * Relatorio por operador num intervalo de datas.
      *-----------------------------------------------------------------
       RELATORIO-OPERADORES.
           IF NOT FUNCAO-SUPERVISAO
              DISPLAY "RELATORIO SO PARA SUPERVISOR OU GERENTE."
           ELSE
              DISPLAY "Data inicial (AAAAMMDD, 0=desde o inicio): "
                 WITH NO ADVANCING
              ACCEPT DATA-INICIO
              DISPLAY "Data final (AAAAMMDD, 0=ate hoje): "
                 WITH NO ADVANCING
              ACCEPT DATA-FIM
              IF DATA-FIM = 0
                 MOVE DATA-SISTEMA TO DATA-FIM
              END-IF
              PERFORM VARYING IDX-ROP FROM 1 BY 1 UNTIL IDX-ROP > 21
                 MOVE 0 TO ROP-PEDIDOS(IDX-ROP)
                 MOVE 0 TO ROP-VENDAS(IDX-ROP)
                 MOVE 0 TO ROP-ANULADOS(IDX-ROP)
                 MOVE 0 TO ROP-VALOR-ANULADO(IDX-ROP)
                 MOVE 0 TO ROP-DESCONTOS(IDX-ROP)
                 MOVE 0 TO ROP-AUTORIZADAS(IDX-ROP)
                 MOVE 0 TO ROP-VALOR-AUTORIZADO(IDX-ROP)
                 MOVE 0 TO ROP-SESSOES(IDX-ROP)
                 MOVE 0 TO ROP-DIFERENCA(IDX-ROP)
              END-PERFORM
              PERFORM ACUMULAR-SESSOES
              PERFORM ACUMULAR-VENDAS-VALES
              PERFORM ACUMULAR-PEDIDOS-ANOS
              PERFORM ACUMULAR-PEDIDOS-HISTORICO
              PERFORM ACUMULAR-PEDIDOS-MOVIMENTO
              PERFORM ACUMULAR-AUTORIZACOES
              PERFORM IMPRIMIR-RELATORIO
           END-IF.
      *-----------------------------------------------------------------
      * Sessoes de caixa (818): cada abertura no intervalo abre uma
      * linha; entradas, saidas e o fecho contam para a sessao em
      * curso, como no fecho do dia (811).
      *-----------------------------------------------------------------
       ACUMULAR-SESSOES.
           MOVE 0 TO NUM-SESSOES.
           MOVE 0 TO SESSAO-CORRENTE.
           MOVE "N" TO SESSOES-EXCEDIDA.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-CAIXA.
           IF FS-CAIXA = "00"
              PERFORM LER-CAIXA
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 PERFORM ACUMULAR-MOVIMENTO-CAIXA
                 PERFORM LER-CAIXA
              END-PERFORM
              CLOSE FICHEIRO-CAIXA
           END-IF.
       ACUMULAR-MOVIMENTO-CAIXA.
           EVALUATE TRUE
              WHEN REG-CX-ABERTURA
                 MOVE 0 TO SESSAO-CORRENTE
                 IF (DATA-INICIO = 0 OR REG-CX-DATA >= DATA-INICIO)
                    AND REG-CX-DATA <= DATA-FIM
                    IF NUM-SESSOES < 200
                       ADD 1 TO NUM-SESSOES
                       MOVE NUM-SESSOES TO SESSAO-CORRENTE
                       PERFORM INICIAR-SESSAO
                    ELSE
                       MOVE "S" TO SESSOES-EXCEDIDA
                    END-IF
                 END-IF
              WHEN REG-CX-ENTRADA AND SESSAO-CORRENTE > 0
                 ADD REG-CX-VALOR TO SES-ENTRADAS(SESSAO-CORRENTE)
              WHEN REG-CX-SAIDA AND SESSAO-CORRENTE > 0
                 ADD REG-CX-VALOR TO SES-SAIDAS(SESSAO-CORRENTE)
              WHEN REG-CX-FECHO AND SESSAO-CORRENTE > 0
                 MOVE REG-CX-VALOR TO SES-CONTADO(SESSAO-CORRENTE)
                 MOVE SPACES TO SES-FIM(SESSAO-CORRENTE)
                 STRING REG-CX-DATA REG-CX-HORA
                    DELIMITED BY SIZE INTO SES-FIM(SESSAO-CORRENTE)
                 MOVE "S" TO SES-FECHADA(SESSAO-CORRENTE)
                 MOVE 0 TO SESSAO-CORRENTE
           END-EVALUATE.
       INICIAR-SESSAO.
           IF REG-CX-OPERADOR NOT NUMERIC
              MOVE 0 TO SES-OPERADOR(SESSAO-CORRENTE)
           ELSE
              MOVE REG-CX-OPERADOR TO SES-OPERADOR(SESSAO-CORRENTE)
           END-IF.
           MOVE SPACES TO SES-INICIO(SESSAO-CORRENTE).
           STRING REG-CX-DATA REG-CX-HORA
              DELIMITED BY SIZE INTO SES-INICIO(SESSAO-CORRENTE).
           MOVE HIGH-VALUES TO SES-FIM(SESSAO-CORRENTE).
           MOVE "N" TO SES-FECHADA(SESSAO-CORRENTE).
           MOVE REG-CX-VALOR TO SES-FUNDO(SESSAO-CORRENTE).
           MOVE 0 TO SES-ENTRADAS(SESSAO-CORRENTE).
           MOVE 0 TO SES-SAIDAS(SESSAO-CORRENTE).
           MOVE 0 TO SES-CONTADO(SESSAO-CORRENTE).
           MOVE 0 TO SES-NUMERARIO(SESSAO-CORRENTE).
       LER-CAIXA.
           READ FICHEIRO-CAIXA
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
      *-----------------------------------------------------------------
      * Vales de oferta vendidos em numerario (emissoes e carregamentos
      * do 823, MOVVALES.DAT): o dinheiro entrou na gaveta da sessao
      * em cuja janela caiu a hora do movimento.
      *-----------------------------------------------------------------
       ACUMULAR-VENDAS-VALES.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-MOVVALES.
           IF FS-MOVVALES = "00" AND NUM-SESSOES > 0
              PERFORM LER-MOVVALE
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 IF REG-MVV-VENDA AND REG-MVV-FORMA-PAGAMENTO = 1
                    MOVE SPACES TO CHAVE-PEDIDO
                    STRING REG-MVV-DATA REG-MVV-HORA
                       DELIMITED BY SIZE INTO CHAVE-PEDIDO
                    MOVE REG-MVV-VALOR TO VALOR-NUMERARIO
                    PERFORM SOMAR-NUMERARIO-SESSAO
                 END-IF
                 PERFORM LER-MOVVALE
              END-PERFORM
           END-IF.
           IF FS-MOVVALES = "00"
              CLOSE FICHEIRO-MOVVALES
           END-IF.
       LER-MOVVALE.
           READ FICHEIRO-MOVVALES
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
      *-----------------------------------------------------------------
      * Meses ja consolidados pelo fecho de mes (820): abre so os
      * ficheiros por ano HISTAAAA que o intervalo exige, como no 819.
      *-----------------------------------------------------------------
       ACUMULAR-PEDIDOS-ANOS.
           PERFORM APURAR-MENOR-ANO.
           IF DATA-INICIO = 0
              IF MENOR-ANO-ARQ = 9999
                 MOVE DATA-FIM(1:4) TO ANO-INICIAL
              ELSE
                 MOVE MENOR-ANO-ARQ TO ANO-INICIAL
              END-IF
           ELSE
              MOVE DATA-INICIO(1:4) TO ANO-INICIAL
           END-IF.
           MOVE DATA-FIM(1:4) TO ANO-FINAL.
           PERFORM VARYING ANO-CORRENTE FROM ANO-INICIAL BY 1
              UNTIL ANO-CORRENTE > ANO-FINAL
              PERFORM ACUMULAR-PEDIDOS-UM-ANO
           END-PERFORM.
       APURAR-MENOR-ANO.
           MOVE 9999 TO MENOR-ANO-ARQ.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-RESUMOS.
           IF FS-RESUMOS = "00"
              PERFORM LER-RESUMO
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 IF REG-RSM-DIA
                    AND REG-RSM-DATA(1:4) < MENOR-ANO-ARQ
                    MOVE REG-RSM-DATA(1:4) TO MENOR-ANO-ARQ
                 END-IF
                 PERFORM LER-RESUMO
              END-PERFORM
              CLOSE FICHEIRO-RESUMOS
           END-IF.
       LER-RESUMO.
           READ FICHEIRO-RESUMOS
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
       ACUMULAR-PEDIDOS-UM-ANO.
           MOVE SPACES TO NOME-HIST-ANO.
           STRING "HIST" ANO-CORRENTE
              DELIMITED BY SIZE INTO NOME-HIST-ANO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-HIST-ANO.
           IF FS-HIST-ANO = "00"
              PERFORM LER-HIST-ANO
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 MOVE ARQ-PEDIDO TO REG-PEDIDO
                 PERFORM ACUMULAR-PEDIDO-OPERADOR
                 PERFORM LER-HIST-ANO
              END-PERFORM
              CLOSE FICHEIRO-HIST-ANO
           END-IF.
       LER-HIST-ANO.
           READ FICHEIRO-HIST-ANO
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
       ACUMULAR-PEDIDOS-HISTORICO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-HISTORICO.
           IF FS-HISTORICO = "00"
              PERFORM LER-HISTORICO
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 MOVE HIS-PEDIDO TO REG-PEDIDO
                 PERFORM ACUMULAR-PEDIDO-OPERADOR
                 PERFORM LER-HISTORICO
              END-PERFORM
              CLOSE FICHEIRO-HISTORICO
           END-IF.
       LER-HISTORICO.
           READ FICHEIRO-HISTORICO
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
       ACUMULAR-PEDIDOS-MOVIMENTO.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-PEDIDOS.
           IF FS-PEDIDOS = "00"
              PERFORM LER-PEDIDO
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 PERFORM ACUMULAR-PEDIDO-OPERADOR
                 PERFORM LER-PEDIDO
              END-PERFORM
              CLOSE FICHEIRO-PEDIDOS
           END-IF.
       LER-PEDIDO.
           READ FICHEIRO-PEDIDOS
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
      *-----------------------------------------------------------------
      * Um pedido (ou estorno) conta para o operador que o registou.
      * Um estorno de anulacao (motivo 0) conta como anulado na
      * linha de quem registou o pedido; o numerario entra na sessao
      * de caixa em cuja janela caiu a hora do pedido.
      *-----------------------------------------------------------------
       ACUMULAR-PEDIDO-OPERADOR.
           IF REG-REGISTO-ANULACAO
              MOVE -1 TO SINAL-REGISTO
           ELSE
              MOVE +1 TO SINAL-REGISTO
           END-IF.
           IF REG-PAGAMENTO-NUMERARIO AND NUM-SESSOES > 0
              PERFORM REPARTIR-NUMERARIO-SESSAO
           END-IF.
      *    Um pedido marcado com antecedencia conta no dia previsto,
      *    a mesma regra dos relatorios 808/811/813.
           IF REG-DATA-PREVISTA > 0
              MOVE REG-DATA-PREVISTA TO DATA-EFETIVA
           ELSE
              MOVE REG-DATA-PEDIDO TO DATA-EFETIVA
           END-IF.
           IF (DATA-INICIO = 0 OR DATA-EFETIVA >= DATA-INICIO)
              AND DATA-EFETIVA <= DATA-FIM
              IF REG-OPERADOR NOT NUMERIC OR REG-OPERADOR > 20
                 MOVE 1 TO IDX-ROP
              ELSE
                 COMPUTE IDX-ROP = REG-OPERADOR + 1
              END-IF
              IF REG-REGISTO-VENDA
                 ADD 1 TO ROP-PEDIDOS(IDX-ROP)
              END-IF
              IF REG-REGISTO-ANULACAO AND REG-ANULACAO-MANUAL
                 ADD 1 TO ROP-ANULADOS(IDX-ROP)
                 ADD REG-TOTAL-FINAL TO ROP-VALOR-ANULADO(IDX-ROP)
              END-IF
              COMPUTE ROP-VENDAS(IDX-ROP) = ROP-VENDAS(IDX-ROP)
                 + SINAL-REGISTO * REG-TOTAL-FINAL
              COMPUTE ROP-DESCONTOS(IDX-ROP) = ROP-DESCONTOS(IDX-ROP)
                 + SINAL-REGISTO * (REG-DESCONTO-FIDELIZACAO
                 + REG-DESCONTO-PROMO)
           END-IF.
       REPARTIR-NUMERARIO-SESSAO.
           MOVE SPACES TO HORA-PEDIDO-FMT.
           STRING REG-HORA-PEDIDO(1:2) ":"
                  REG-HORA-PEDIDO(3:2) ":"
                  REG-HORA-PEDIDO(5:2)
                  DELIMITED BY SIZE
                  INTO HORA-PEDIDO-FMT
           END-STRING.
           MOVE SPACES TO CHAVE-PEDIDO.
           STRING REG-DATA-PEDIDO HORA-PEDIDO-FMT
              DELIMITED BY SIZE INTO CHAVE-PEDIDO.
      *    A parte paga com vale de oferta nao entrou na gaveta.
           COMPUTE VALOR-NUMERARIO =
              SINAL-REGISTO * (REG-TOTAL-FINAL - REG-VALOR-VALE).
           PERFORM SOMAR-NUMERARIO-SESSAO.
       SOMAR-NUMERARIO-SESSAO.
           MOVE "N" TO SESSAO-ENCONTRADA.
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > NUM-SESSOES OR SESSAO-ENCONTRADA = "S"
              IF CHAVE-PEDIDO >= SES-INICIO(IDX-SES)
                 AND CHAVE-PEDIDO <= SES-FIM(IDX-SES)
                 MOVE "S" TO SESSAO-ENCONTRADA
                 ADD VALOR-NUMERARIO TO SES-NUMERARIO(IDX-SES)
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Anulacoes autorizadas (AUDITORIA.DAT, so as do 812): contam
      * para o supervisor ou gerente identificado que as autorizou.
      *-----------------------------------------------------------------
       ACUMULAR-AUTORIZACOES.
           MOVE "N" TO FIM-FICHEIRO.
           OPEN INPUT FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA = "00"
              PERFORM LER-AUDITORIA
              PERFORM UNTIL NAO-HA-MAIS-REGISTOS
                 IF REG-AUD-MOTIVO-CODIGO = 0
                    AND (DATA-INICIO = 0
                       OR REG-AUD-DATA >= DATA-INICIO)
                    AND REG-AUD-DATA <= DATA-FIM
                    IF REG-AUD-OPERADOR NOT NUMERIC
                       OR REG-AUD-OPERADOR > 20
                       MOVE 1 TO IDX-ROP
                    ELSE
                       COMPUTE IDX-ROP = REG-AUD-OPERADOR + 1
                    END-IF
                    ADD 1 TO ROP-AUTORIZADAS(IDX-ROP)
                    ADD REG-AUD-TOTAL TO ROP-VALOR-AUTORIZADO(IDX-ROP)
                 END-IF
                 PERFORM LER-AUDITORIA
              END-PERFORM
              CLOSE FICHEIRO-AUDITORIA
           END-IF.
       LER-AUDITORIA.
           READ FICHEIRO-AUDITORIA
              AT END MOVE "S" TO FIM-FICHEIRO
           END-READ.
      *-----------------------------------------------------------------
      * Imprime a conferencia de cada sessao fechada (atribuida a
      * quem a abriu) e depois as duas tabelas por operador.
      *-----------------------------------------------------------------
       IMPRIMIR-RELATORIO.
           DISPLAY "==================================================".
           DISPLAY "RELATORIO POR OPERADOR - " DATA-INICIO " A "
              DATA-FIM.
           DISPLAY "==================================================".
           DISPLAY "SESSOES DE CAIXA (diferenca = contado - esperado)".
           DISPLAY "Inicio           Op   Esperado    Contado  "
              "Diferenca".
           DISPLAY "--------------------------------------------------".
           MOVE 0 TO LINHAS-LISTADAS.
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > NUM-SESSOES
              IF SES-FECHADA(IDX-SES) = "S"
                 COMPUTE NUMERARIO-ESPERADO = SES-FUNDO(IDX-SES)
                    + SES-NUMERARIO(IDX-SES) + SES-ENTRADAS(IDX-SES)
                    - SES-SAIDAS(IDX-SES)
                 COMPUTE DIFERENCA-SESSAO = SES-CONTADO(IDX-SES)
                    - NUMERARIO-ESPERADO
                 COMPUTE IDX-ROP = SES-OPERADOR(IDX-SES) + 1
                 IF IDX-ROP > 21
                    MOVE 1 TO IDX-ROP
                 END-IF
                 ADD 1 TO ROP-SESSOES(IDX-ROP)
                 ADD DIFERENCA-SESSAO TO ROP-DIFERENCA(IDX-ROP)
                 ADD 1 TO LINHAS-LISTADAS
                 MOVE NUMERARIO-ESPERADO TO VALOR-EDIT
                 MOVE SES-CONTADO(IDX-SES) TO VALOR2-EDIT
                 MOVE DIFERENCA-SESSAO TO VALOR3-EDIT
                 DISPLAY SES-INICIO(IDX-SES) " " SES-OPERADOR(IDX-SES)
                    VALOR-EDIT VALOR2-EDIT VALOR3-EDIT
              END-IF
           END-PERFORM.
           IF LINHAS-LISTADAS = 0
              DISPLAY "(sem sessoes de caixa fechadas no intervalo)"
           END-IF.
           IF SESSOES-EXCEDIDA = "S"
              DISPLAY "(MAIS DE 200 SESSOES NO INTERVALO - SO AS "
                 "PRIMEIRAS CONTAM)"
           END-IF.
           DISPLAY " ".
           DISPLAY "PEDIDOS E VENDAS POR OPERADOR".
           DISPLAY "Op Nome                 Pedidos     Vendas Anul.".
           DISPLAY "                         V.Anulado  Descontos".
           DISPLAY "--------------------------------------------------".
           PERFORM VARYING IDX-ROP FROM 1 BY 1 UNTIL IDX-ROP > 21
              IF ROP-PEDIDOS(IDX-ROP) > 0
                 OR ROP-ANULADOS(IDX-ROP) > 0
                 PERFORM OBTER-NOME-LISTAGEM
                 COMPUTE IDX-OPR = IDX-ROP - 1
                 MOVE ROP-PEDIDOS(IDX-ROP) TO QTD-EDIT
                 MOVE ROP-VENDAS(IDX-ROP) TO VALOR-EDIT
                 MOVE ROP-ANULADOS(IDX-ROP) TO SESSOES-EDIT
                 DISPLAY IDX-OPR " " NOME-LISTAGEM "   " QTD-EDIT
                    VALOR-EDIT "  " SESSOES-EDIT
                 MOVE ROP-VALOR-ANULADO(IDX-ROP) TO VALOR2-EDIT
                 MOVE ROP-DESCONTOS(IDX-ROP) TO VALOR3-EDIT
                 DISPLAY "                       " VALOR2-EDIT
                    VALOR3-EDIT
              END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "ANULACOES AUTORIZADAS E CAIXA POR OPERADOR".
           DISPLAY "Op Nome                 Autoriz.      Valor Sess."
              "  Diferenca".
           DISPLAY "--------------------------------------------------".
           PERFORM VARYING IDX-ROP FROM 1 BY 1 UNTIL IDX-ROP > 21
              IF ROP-AUTORIZADAS(IDX-ROP) > 0
                 OR ROP-SESSOES(IDX-ROP) > 0
                 PERFORM OBTER-NOME-LISTAGEM
                 COMPUTE IDX-OPR = IDX-ROP - 1
                 MOVE ROP-AUTORIZADAS(IDX-ROP) TO QTD-EDIT
                 MOVE ROP-VALOR-AUTORIZADO(IDX-ROP) TO VALOR-EDIT
                 MOVE ROP-SESSOES(IDX-ROP) TO SESSOES-EDIT
                 MOVE ROP-DIFERENCA(IDX-ROP) TO VALOR3-EDIT
                 DISPLAY IDX-OPR " " NOME-LISTAGEM "    " QTD-EDIT
                    VALOR-EDIT "  " SESSOES-EDIT VALOR3-EDIT
              END-IF
           END-PERFORM.
           DISPLAY "==================================================".
       OBTER-NOME-LISTAGEM.
           IF IDX-ROP = 1
              MOVE "(sem identificacao)" TO NOME-LISTAGEM
           ELSE
              COMPUTE IDX-OPR = IDX-ROP - 1
              IF MOP-NOME(IDX-OPR) = SPACES
                 MOVE "(ficha apagada)" TO NOME-LISTAGEM
              ELSE
                 MOVE MOP-NOME(IDX-OPR) TO NOME-LISTAGEM
              END-IF
           END-IF.
           END PROGRAM 822_PIZZARIA_OPERADORES.
