      ******************************************************************
      * Author:
      * Date:
      * Purpose: Copias de seguranca - consulta do catalogo COPIAS.DAT
      *          das geracoes guardadas pelo 826 (antes de cada fecho
      *          do dia e de cada fecho de mes), com data, hora,
      *          motivo, ficheiros e registos de cada uma, copia
      *          pedida a mao e reposicao de uma geracao inteira. A
      *          reposicao e so para supervisor ou gerente, pede
      *          confirmacao e termina com a verificacao de
      *          integridade do 815 sobre os ficheiros repostos.
      *          Com fichas de operador (OPERADORES.DAT) comeca pela
      *          identificacao com codigo e PIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 827_PIZZARIA_SALVAGUARDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-COPIAS ASSIGN TO "COPIAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-COPIAS.
           SELECT FICHEIRO-OPERADORES ASSIGN TO "OPERADORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-COPIAS.
           COPY COPIA.
       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.
       WORKING-STORAGE SECTION.
       77 FS-COPIAS                 PIC XX.
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
       77 FIM-COPIAS                PIC X VALUE "N".
           88 NAO-HA-MAIS-COPIAS    VALUE "S".
       77 OPCAO                     PIC 9.
           88 VALIDAR-OPCAO         VALUES 0 THRU 4.
       77 CONFIRMA                  PIC X.
           88 VALIDAR-CONFIRMA      VALUES "s","S","n","N".
           88 CONFIRMA-SIM          VALUES "s","S".
      *    O mesmo numero de geracoes que o 826 mantem.
       77 GERACOES-GUARDADAS        PIC 9(02) VALUE 5.
       77 ULTIMA-GERACAO            PIC 9(05) VALUE 0.
       77 GERACAO-PEDIDA            PIC 9(05).
       77 IDX-GER                   PIC 9(02).
       77 FICHEIROS-LISTADOS        PIC 9(03).
       77 DATA-SISTEMA              PIC 9(08).
       77 NOME-MOTIVO               PIC X(10).
       77 NOME-ESTADO               PIC X(12).
       77 REGISTOS-EDIT             PIC ZZZZZZ9.
       77 REGISTOS-TOTAL-EDIT       PIC ZZZZZZZZ9.
       77 FICHEIROS-EDIT            PIC ZZ9.
      *-----------------------------------------------------------------
      * Geracoes ainda guardadas, da mais recente (1) para a mais
      * antiga; GER-ESTADO "I" = copia iniciada que nao chegou ao fim.
      *-----------------------------------------------------------------
       01  TABELA-GERACOES.
           05 GERACAO-LINHA OCCURS 5 TIMES.
               10 GER-NUMERO        PIC 9(05).
               10 GER-POSICAO       PIC 9(02).
               10 GER-DATA          PIC 9(08).
               10 GER-HORA          PIC X(08).
               10 GER-MOTIVO        PIC X(01).
               10 GER-ESTADO        PIC X(01).
               10 GER-FICHEIROS     PIC 9(03).
               10 GER-REGISTOS      PIC 9(07).
       01  ULTIMA-REPOSICAO.
           05 REP-GERACAO           PIC 9(05) VALUE 0.
           05 REP-DATA              PIC 9(08).
           05 REP-HORA              PIC X(08).
           05 REP-ESTADO            PIC X(01).
           05 REP-OPERADOR          PIC 9(02).
           COPY PARMCOPIA.
           COPY LOTE.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "   PIZZARIA RAMALHO - COPIAS DE SEGURANCA".
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE "N" TO LOTE-MODO.
           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-FIM.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1 - Listar geracoes guardadas".
           DISPLAY "2 - Ficheiros de uma geracao".
           DISPLAY "3 - Fazer copia agora".
           DISPLAY "4 - Repor uma geracao (supervisor)".
           DISPLAY "0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           IF NOT VALIDAR-OPCAO
              DISPLAY "OPCAO INVALIDA!"
              GO TO MENU-PRINCIPAL
           END-IF.
           EVALUATE OPCAO
              WHEN 1 PERFORM LISTAR-GERACOES
              WHEN 2 PERFORM LISTAR-FICHEIROS-GERACAO
              WHEN 3 PERFORM FAZER-COPIA
              WHEN 4 PERFORM REPOR-GERACAO
              WHEN 0 GO TO FIM
           END-EVALUATE.
           GO TO MENU-PRINCIPAL.
       FIM.
           DISPLAY "FIM DAS COPIAS DE SEGURANCA.".
           STOP RUN.
      *-----------------------------------------------------------------
      * Geracoes guardadas (as GERACOES-GUARDADAS ultimas) e a ultima
      * reposicao feita.
      *-----------------------------------------------------------------
       LISTAR-GERACOES.
           PERFORM CARREGAR-GERACOES.
           IF ULTIMA-GERACAO = 0
              DISPLAY "AINDA NAO HA COPIAS (COPIAS.DAT AUSENTE OU "
                 "VAZIO)."
           ELSE
              DISPLAY "GERACAO POS DATA     HORA     MOTIVO     "
                 "FICH  REGISTOS ESTADO"
              PERFORM VARYING IDX-GER FROM 1 BY 1
                 UNTIL IDX-GER > GERACOES-GUARDADAS
                 IF GER-NUMERO(IDX-GER) > 0
                    PERFORM MOSTRAR-GERACAO
                 END-IF
              END-PERFORM
              IF REP-GERACAO > 0
                 DISPLAY " "
                 DISPLAY "ULTIMA REPOSICAO: GERACAO " REP-GERACAO
                    " EM " REP-DATA " " REP-HORA " OPERADOR "
                    REP-OPERADOR
                 IF REP-ESTADO NOT = "C"
                    DISPLAY "   (REPOSICAO COM ERROS)"
                 END-IF
              END-IF
           END-IF.
       MOSTRAR-GERACAO.
           EVALUATE GER-MOTIVO(IDX-GER)
              WHEN "D" MOVE "FECHO DIA" TO NOME-MOTIVO
              WHEN "M" MOVE "FECHO MES" TO NOME-MOTIVO
              WHEN "A" MOVE "A PEDIDO" TO NOME-MOTIVO
              WHEN OTHER MOVE "?" TO NOME-MOTIVO
           END-EVALUATE.
           EVALUATE GER-ESTADO(IDX-GER)
              WHEN "C" MOVE "COMPLETA" TO NOME-ESTADO
              WHEN "E" MOVE "COM ERROS" TO NOME-ESTADO
              WHEN OTHER MOVE "INTERROMPIDA" TO NOME-ESTADO
           END-EVALUATE.
           MOVE GER-FICHEIROS(IDX-GER) TO FICHEIROS-EDIT.
           MOVE GER-REGISTOS(IDX-GER) TO REGISTOS-EDIT.
           DISPLAY "  " GER-NUMERO(IDX-GER) "  " GER-POSICAO(IDX-GER)
              " " GER-DATA(IDX-GER) " " GER-HORA(IDX-GER) " "
              NOME-MOTIVO " " FICHEIROS-EDIT " " REGISTOS-EDIT " "
              NOME-ESTADO.
      *-----------------------------------------------------------------
      * Le o catalogo duas vezes: a primeira acha a ultima geracao, a
      * segunda junta o inicio, os ficheiros e o fim de cada uma das
      * geracoes guardadas.
      *-----------------------------------------------------------------
       CARREGAR-GERACOES.
           MOVE 0 TO ULTIMA-GERACAO.
           MOVE 0 TO REP-GERACAO.
           PERFORM VARYING IDX-GER FROM 1 BY 1
              UNTIL IDX-GER > GERACOES-GUARDADAS
              MOVE 0 TO GER-NUMERO(IDX-GER)
              MOVE 0 TO GER-FICHEIROS(IDX-GER)
              MOVE 0 TO GER-REGISTOS(IDX-GER)
           END-PERFORM.
           MOVE "N" TO FIM-COPIAS.
           OPEN INPUT FICHEIRO-COPIAS.
           IF FS-COPIAS = "00"
              PERFORM LER-COPIAS
              PERFORM UNTIL NAO-HA-MAIS-COPIAS
                 IF REG-CPA-INICIO
                    AND REG-CPA-GERACAO > ULTIMA-GERACAO
                    MOVE REG-CPA-GERACAO TO ULTIMA-GERACAO
                 END-IF
                 PERFORM LER-COPIAS
              END-PERFORM
              CLOSE FICHEIRO-COPIAS
           END-IF.
           IF ULTIMA-GERACAO > 0
              MOVE "N" TO FIM-COPIAS
              OPEN INPUT FICHEIRO-COPIAS
              PERFORM LER-COPIAS
              PERFORM UNTIL NAO-HA-MAIS-COPIAS
                 PERFORM JUNTAR-REGISTO-COPIA
                 PERFORM LER-COPIAS
              END-PERFORM
              CLOSE FICHEIRO-COPIAS
           END-IF.
       JUNTAR-REGISTO-COPIA.
           IF REG-CPA-REPOSICAO
              MOVE REG-CPA-GERACAO TO REP-GERACAO
              MOVE REG-CPA-DATA TO REP-DATA
              MOVE REG-CPA-HORA TO REP-HORA
              MOVE REG-CPA-ESTADO TO REP-ESTADO
              MOVE REG-CPA-OPERADOR TO REP-OPERADOR
           ELSE
              IF REG-CPA-GERACAO <= ULTIMA-GERACAO
                 AND ULTIMA-GERACAO - REG-CPA-GERACAO
                    < GERACOES-GUARDADAS
                 COMPUTE IDX-GER =
                    ULTIMA-GERACAO - REG-CPA-GERACAO + 1
                 EVALUATE TRUE
                    WHEN REG-CPA-INICIO
                       MOVE REG-CPA-GERACAO TO GER-NUMERO(IDX-GER)
                       MOVE REG-CPA-POSICAO TO GER-POSICAO(IDX-GER)
                       MOVE REG-CPA-DATA TO GER-DATA(IDX-GER)
                       MOVE REG-CPA-HORA TO GER-HORA(IDX-GER)
                       MOVE REG-CPA-MOTIVO TO GER-MOTIVO(IDX-GER)
                       MOVE "I" TO GER-ESTADO(IDX-GER)
                    WHEN REG-CPA-FICHEIRO-COPIA
                       ADD 1 TO GER-FICHEIROS(IDX-GER)
                    WHEN REG-CPA-FIM-GERACAO
                       MOVE REG-CPA-ESTADO TO GER-ESTADO(IDX-GER)
                       MOVE REG-CPA-REGISTOS TO GER-REGISTOS(IDX-GER)
                 END-EVALUATE
              END-IF
           END-IF.
       LER-COPIAS.
           READ FICHEIRO-COPIAS
              AT END MOVE "S" TO FIM-COPIAS
           END-READ.
      *-----------------------------------------------------------------
      * Ficheiros de uma geracao, com os registos copiados de cada um.
      *-----------------------------------------------------------------
       LISTAR-FICHEIROS-GERACAO.
           DISPLAY "Geracao: " WITH NO ADVANCING.
           ACCEPT GERACAO-PEDIDA.
           MOVE 0 TO FICHEIROS-LISTADOS.
           MOVE "N" TO FIM-COPIAS.
           OPEN INPUT FICHEIRO-COPIAS.
           IF FS-COPIAS = "00"
              PERFORM LER-COPIAS
              PERFORM UNTIL NAO-HA-MAIS-COPIAS
                 IF REG-CPA-GERACAO = GERACAO-PEDIDA
                    AND REG-CPA-FICHEIRO-COPIA
                    PERFORM MOSTRAR-FICHEIRO-COPIA
                 END-IF
                 PERFORM LER-COPIAS
              END-PERFORM
              CLOSE FICHEIRO-COPIAS
           END-IF.
           IF FICHEIROS-LISTADOS = 0
              DISPLAY "GERACAO " GERACAO-PEDIDA " SEM FICHEIROS NO "
                 "CATALOGO."
           END-IF.
       MOSTRAR-FICHEIRO-COPIA.
           ADD 1 TO FICHEIROS-LISTADOS.
           EVALUATE TRUE
              WHEN REG-CPA-COPIADO MOVE "COPIADO" TO NOME-ESTADO
              WHEN REG-CPA-AUSENTE MOVE "AUSENTE" TO NOME-ESTADO
              WHEN OTHER MOVE "ERRO" TO NOME-ESTADO
           END-EVALUATE.
           MOVE REG-CPA-REGISTOS TO REGISTOS-EDIT.
           DISPLAY "  " REG-CPA-FICHEIRO " " REGISTOS-EDIT " "
              NOME-ESTADO.
      *-----------------------------------------------------------------
      * Copia a pedido, fora dos fechos (motivo A).
      *-----------------------------------------------------------------
       FAZER-COPIA.
           PERFORM PEDIR-CONFIRMACAO.
           IF CONFIRMA-SIM
              MOVE "C" TO COPIA-OPERACAO
              MOVE "A" TO COPIA-MOTIVO
              MOVE 0 TO COPIA-GERACAO
              PERFORM CHAMAR-COPIAS
           END-IF.
      *-----------------------------------------------------------------
      * Reposicao de uma geracao inteira: todos os ficheiros voltam ao
      * estado da copia (o trabalho feito depois perde-se) e corre-se
      * logo a verificacao de integridade 815.
      *-----------------------------------------------------------------
       REPOR-GERACAO.
           IF NOT FUNCAO-SUPERVISAO
              DISPLAY "REPOSICAO SO PARA SUPERVISOR OU GERENTE."
           ELSE
              PERFORM LISTAR-GERACOES
              DISPLAY "Geracao a repor (0=cancelar): "
                 WITH NO ADVANCING
              ACCEPT GERACAO-PEDIDA
              IF GERACAO-PEDIDA > 0
                 DISPLAY "ATENCAO: TODOS OS FICHEIROS VOLTAM AO "
                    "ESTADO DA GERACAO " GERACAO-PEDIDA "."
                 DISPLAY "O QUE FOI REGISTADO DEPOIS DESSA COPIA "
                    "PERDE-SE."
                 PERFORM PEDIR-CONFIRMACAO
                 IF CONFIRMA-SIM
                    MOVE "R" TO COPIA-OPERACAO
                    MOVE "A" TO COPIA-MOTIVO
                    MOVE GERACAO-PEDIDA TO COPIA-GERACAO
                    PERFORM CHAMAR-COPIAS
                    IF COPIA-FICHEIROS > 0
                       PERFORM VERIFICAR-INTEGRIDADE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       VERIFICAR-INTEGRIDADE.
           DISPLAY "--------------------------------------------------".
           DISPLAY "VERIFICACAO DE INTEGRIDADE DOS FICHEIROS REPOSTOS".
           DISPLAY "--------------------------------------------------".
           MOVE "N" TO LOTE-MODO.
           CALL "815_PIZZARIA_VERIFICA"
              ON EXCEPTION
                 DISPLAY "PROGRAMA 815 NAO ENCONTRADO - CORRA A "
                    "VERIFICACAO A MAO."
           END-CALL.
           CANCEL "815_PIZZARIA_VERIFICA".
       CHAMAR-COPIAS.
           MOVE CODIGO-OPERADOR TO COPIA-OPERADOR.
           MOVE "E" TO COPIA-ESTADO.
           MOVE 0 TO COPIA-FICHEIROS.
           MOVE 0 TO COPIA-REGISTOS.
           MOVE "PROGRAMA DE COPIAS NAO DEVOLVEU ESTADO"
              TO COPIA-MENSAGEM.
           CALL "826_PIZZARIA_COPIAS" USING PARAMETROS-COPIA
              ON EXCEPTION
                 MOVE "PROGRAMA 826 NAO ENCONTRADO" TO COPIA-MENSAGEM
           END-CALL.
           CANCEL "826_PIZZARIA_COPIAS".
           MOVE COPIA-FICHEIROS TO FICHEIROS-EDIT.
           MOVE COPIA-REGISTOS TO REGISTOS-TOTAL-EDIT.
           IF COPIA-TERMINADA
              DISPLAY COPIA-MENSAGEM
              DISPLAY "FICHEIROS: " FICHEIROS-EDIT "  REGISTOS: "
                 REGISTOS-TOTAL-EDIT
           ELSE
              DISPLAY "ERRO: " COPIA-MENSAGEM
           END-IF.
       PEDIR-CONFIRMACAO.
           DISPLAY "Confirma? (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF NOT VALIDAR-CONFIRMA
              DISPLAY "DIGITE S OU N!"
              GO TO PEDIR-CONFIRMACAO
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
           END PROGRAM 827_PIZZARIA_SALVAGUARDA.
