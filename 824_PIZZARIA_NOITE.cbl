      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida da noite - encadeia sem perguntas os passos
      *          do fecho que antes se corriam a mao:
      *            1 - 811 fecho do dia;
      *            2 - 820 fecho de mes, na primeira noite de cada mes
      *                (dia 1, ou o primeiro fecho de um mes novo);
      *            3 - 814 exportacao para a contabilidade (o mes do
      *                dia fechado; na noite do fecho de mes, o mes
      *                que acabou);
      *            4 - 815 verificacao de abertura do dia seguinte.
      *          A noite e o dia a fechar: hoje, ou ontem se a corrida
      *          comecar antes das 06:00. Os passos devidos saem de
      *          FECHO.DAT e do calendario e ficam planeados em
      *          NOITE.DAT (NOITE.CPY) antes de correr o primeiro;
      *          cada passo grava um registo ao comecar e outro ao
      *          acabar, com inicio, fim, estado e contagens. Os
      *          programas sao chamados como subprogramas e recebem a
      *          data ou o mes pela area comum LOTE.CPY.
      *          Um passo em erro para a corrida. Ao voltar a correr,
      *          se a ultima noite ficou por acabar, os passos ja
      *          terminados sao saltados e a corrida retoma no que
      *          falhou (ou que ficou a meio, sem registo de fim);
      *          depois segue para a noite de hoje, se for outra.
      *          O relatorio da manha (825) diz se a noite acabou.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 824_PIZZARIA_NOITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-NOITE ASSIGN TO "NOITE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NOITE.
           SELECT FICHEIRO-FECHO ASSIGN TO "FECHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FECHO.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-NOITE.
           COPY NOITE.
       FD  FICHEIRO-FECHO.
       01  REG-FECHO.
           05 REG-FECHO-DATA           PIC 9(08).
       WORKING-STORAGE SECTION.
       77 FS-NOITE                  PIC XX.
       77 FS-FECHO                  PIC XX.
       77 FIM-NOITE                 PIC X VALUE "N".
           88 NAO-HA-MAIS-NOITE     VALUE "S".
       77 DATA-SISTEMA              PIC 9(08).
       77 HORA-SISTEMA              PIC X(08).
       77 HORA-FORMATADA            PIC X(08).
       77 HORA-LIMITE-NOITE         PIC X(02) VALUE "06".
       77 DATA-NOITE                PIC 9(08).
       77 ULTIMA-NOITE              PIC 9(08) VALUE 0.
       77 NOITE-EM-CURSO            PIC 9(08).
       77 ULTIMA-DATA-FECHADA       PIC 9(08) VALUE 0.
       77 MES-NOITE                 PIC 9(06).
       77 MES-EXPORTACAO            PIC 9(06).
       77 IDX-PASSO                 PIC 9(01).
       77 PASSOS-PENDENTES          PIC 9(01).
       77 PASSO-FALHOU              PIC X VALUE "N".
       77 DIAS-NO-MES               PIC 9(02).
       77 ANO-QUOCIENTE             PIC 9(04).
       77 ANO-RESTO                 PIC 9(04).
       77 CONTAGEM-EDIT             PIC ZZZZZZ9.
       01  DATA-TRABALHO            PIC 9(08).
       01  DATA-TRABALHO-DEC REDEFINES DATA-TRABALHO.
           05 ANO-TRABALHO          PIC 9(04).
           05 MES-TRABALHO          PIC 9(02).
           05 DIA-TRABALHO          PIC 9(02).
       01  TABELA-DIAS-MES-DADOS.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-DADOS.
           05 DIAS-MES              PIC 9(02) OCCURS 12 TIMES.
       01  TABELA-PROGRAMAS-DADOS.
           05 FILLER PIC X(22) VALUE "811_PIZZARIA_FECHO    ".
           05 FILLER PIC X(22) VALUE "820_PIZZARIA_RESUMOS  ".
           05 FILLER PIC X(22) VALUE "814_PIZZARIA_FATURACAO".
           05 FILLER PIC X(22) VALUE "815_PIZZARIA_VERIFICA ".
       01  TABELA-PROGRAMAS REDEFINES TABELA-PROGRAMAS-DADOS.
           05 NOME-PROGRAMA         PIC X(22) OCCURS 4 TIMES.
      *-----------------------------------------------------------------
      * Estado de cada passo da noite em curso (o ultimo registo de
      * NOITE.DAT de cada passo) e a data ou mes que lhe e passado.
      *-----------------------------------------------------------------
       01  TABELA-PASSOS.
           05 PASSO-LINHA OCCURS 4 TIMES.
               10 PAS-ESTADO        PIC X(01).
                   88 PAS-CONCLUIDO VALUES "F", "S".
               10 PAS-PARAMETRO     PIC 9(08).
           COPY LOTE.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "   PIZZARIA RAMALHO - CORRIDA DA NOITE".
           DISPLAY "==================================================".
           MOVE "N" TO LOTE-MODO.
           PERFORM CARREGAR-ULTIMA-NOITE.
           IF ULTIMA-NOITE > 0
              PERFORM CONTAR-PENDENTES
              IF PASSOS-PENDENTES > 0
                 DISPLAY "NOITE DE " ULTIMA-NOITE " POR ACABAR - "
                    "RETOMA NOS PASSOS QUE FALTAM."
                 MOVE ULTIMA-NOITE TO NOITE-EM-CURSO
                 PERFORM CORRER-PASSOS
                 IF PASSO-FALHOU = "S"
                    GO TO FIM
                 END-IF
              END-IF
           END-IF.
           PERFORM CALCULAR-DATA-NOITE.
           IF DATA-NOITE <= ULTIMA-NOITE
              DISPLAY "NOITE DE " DATA-NOITE " JA CORRIDA - NADA A "
                 "FAZER."
              GO TO FIM
           END-IF.
           MOVE DATA-NOITE TO NOITE-EM-CURSO.
           PERFORM PLANEAR-NOITE.
           PERFORM CORRER-PASSOS.
       FIM.
           IF PASSO-FALHOU = "S"
              DISPLAY "CORRIDA DA NOITE PARADA NO PASSO COM ERRO - "
                 "CORRIJA E VOLTE A CORRER O 824."
           ELSE
              DISPLAY "CORRIDA DA NOITE TERMINADA."
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      * Ultima noite registada em NOITE.DAT e o estado de cada passo
      * (vale o ultimo registo do passo). Sem NOITE.DAT a ultima noite
      * fica a zero.
      *-----------------------------------------------------------------
       CARREGAR-ULTIMA-NOITE.
           MOVE 0 TO ULTIMA-NOITE.
           PERFORM LIMPAR-PASSOS.
           MOVE "N" TO FIM-NOITE.
           OPEN INPUT FICHEIRO-NOITE.
           IF FS-NOITE = "00"
              PERFORM LER-NOITE
              PERFORM UNTIL NAO-HA-MAIS-NOITE
                 IF REG-NOI-DATA-NOITE > ULTIMA-NOITE
                    MOVE REG-NOI-DATA-NOITE TO ULTIMA-NOITE
                    PERFORM LIMPAR-PASSOS
                 END-IF
                 IF REG-NOI-DATA-NOITE = ULTIMA-NOITE
                    AND REG-NOI-PASSO >= 1 AND REG-NOI-PASSO <= 4
                    MOVE REG-NOI-ESTADO TO PAS-ESTADO(REG-NOI-PASSO)
                    MOVE REG-NOI-PARAMETRO
                       TO PAS-PARAMETRO(REG-NOI-PASSO)
                 END-IF
                 PERFORM LER-NOITE
              END-PERFORM
              CLOSE FICHEIRO-NOITE
           END-IF.
       LER-NOITE.
           READ FICHEIRO-NOITE
              AT END MOVE "S" TO FIM-NOITE
           END-READ.
       LIMPAR-PASSOS.
           PERFORM VARYING IDX-PASSO FROM 1 BY 1 UNTIL IDX-PASSO > 4
              MOVE "S" TO PAS-ESTADO(IDX-PASSO)
              MOVE 0 TO PAS-PARAMETRO(IDX-PASSO)
           END-PERFORM.
       CONTAR-PENDENTES.
           MOVE 0 TO PASSOS-PENDENTES.
           PERFORM VARYING IDX-PASSO FROM 1 BY 1 UNTIL IDX-PASSO > 4
              IF NOT PAS-CONCLUIDO(IDX-PASSO)
                 ADD 1 TO PASSOS-PENDENTES
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Dia a fechar: hoje, ou ontem se a corrida comecar antes da
      * HORA-LIMITE-NOITE (a noite passa da meia-noite).
      *-----------------------------------------------------------------
       CALCULAR-DATA-NOITE.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE DATA-SISTEMA TO DATA-TRABALHO.
           IF HORA-SISTEMA(1:2) < HORA-LIMITE-NOITE
              PERFORM SUBTRAIR-UM-DIA
           END-IF.
           MOVE DATA-TRABALHO TO DATA-NOITE.
       SUBTRAIR-UM-DIA.
           IF DIA-TRABALHO > 1
              SUBTRACT 1 FROM DIA-TRABALHO
           ELSE
              IF MES-TRABALHO > 1
                 SUBTRACT 1 FROM MES-TRABALHO
              ELSE
                 MOVE 12 TO MES-TRABALHO
                 SUBTRACT 1 FROM ANO-TRABALHO
              END-IF
              PERFORM APURAR-DIAS-NO-MES
              MOVE DIAS-NO-MES TO DIA-TRABALHO
           END-IF.
       APURAR-DIAS-NO-MES.
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
      *-----------------------------------------------------------------
      * Plano da noite: que passos sao devidos, gravado em NOITE.DAT
      * antes de correr o primeiro (uma retoma usa este plano mesmo
      * que o 811 ja tenha mudado FECHO.DAT).
      *-----------------------------------------------------------------
       PLANEAR-NOITE.
           PERFORM LER-DATA-FECHO.
           MOVE DATA-NOITE(1:6) TO MES-NOITE.
           PERFORM LIMPAR-PASSOS.
      *    1 - fecho do dia, se ainda nao foi fechado a mao.
           MOVE DATA-NOITE TO PAS-PARAMETRO(1).
           IF DATA-NOITE > ULTIMA-DATA-FECHADA
              MOVE "P" TO PAS-ESTADO(1)
           END-IF.
      *    2 - fecho de mes na primeira noite do mes: consolida o que
      *        for anterior ao mes do dia fechado.
           MOVE MES-NOITE TO PAS-PARAMETRO(2).
           IF DATA-NOITE(7:2) = "01"
              OR MES-NOITE > ULTIMA-DATA-FECHADA(1:6)
              MOVE "P" TO PAS-ESTADO(2)
           END-IF.
      *    3 - exportacao: o mes em curso, ou o que acabou.
           MOVE MES-NOITE TO MES-EXPORTACAO.
           IF PAS-ESTADO(2) = "P"
              MOVE DATA-NOITE TO DATA-TRABALHO
              MOVE 1 TO DIA-TRABALHO
              PERFORM SUBTRAIR-UM-DIA
              MOVE DATA-TRABALHO(1:6) TO MES-EXPORTACAO
           END-IF.
           MOVE MES-EXPORTACAO TO PAS-PARAMETRO(3).
           MOVE "P" TO PAS-ESTADO(3).
      *    4 - verificacao de abertura, todas as noites.
           MOVE DATA-NOITE TO PAS-PARAMETRO(4).
           MOVE "P" TO PAS-ESTADO(4).
           DISPLAY "NOITE DE " DATA-NOITE " - ULTIMO FECHO "
              ULTIMA-DATA-FECHADA.
           PERFORM VARYING IDX-PASSO FROM 1 BY 1 UNTIL IDX-PASSO > 4
              PERFORM PREPARAR-REGISTO-PASSO
              MOVE PAS-ESTADO(IDX-PASSO) TO REG-NOI-ESTADO
              IF REG-NOI-NAO-DEVIDO
                 IF IDX-PASSO = 1
                    MOVE "DIA JA FECHADO EM FECHO.DAT"
                       TO REG-NOI-MENSAGEM
                 ELSE
                    MOVE "NAO DEVIDO NESTA NOITE" TO REG-NOI-MENSAGEM
                 END-IF
                 DISPLAY "  PASSO " IDX-PASSO " "
                    NOME-PROGRAMA(IDX-PASSO) " - NAO DEVIDO"
              ELSE
                 DISPLAY "  PASSO " IDX-PASSO " "
                    NOME-PROGRAMA(IDX-PASSO) " - A CORRER ("
                    PAS-PARAMETRO(IDX-PASSO) ")"
              END-IF
              PERFORM GRAVAR-REGISTO-NOITE
           END-PERFORM.
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
      *-----------------------------------------------------------------
      * Corre por ordem os passos da NOITE-EM-CURSO que nao estao
      * terminados nem dispensados; o primeiro erro para a corrida.
      *-----------------------------------------------------------------
       CORRER-PASSOS.
           MOVE "N" TO PASSO-FALHOU.
           PERFORM VARYING IDX-PASSO FROM 1 BY 1
              UNTIL IDX-PASSO > 4 OR PASSO-FALHOU = "S"
              IF NOT PAS-CONCLUIDO(IDX-PASSO)
                 PERFORM CORRER-UM-PASSO
              END-IF
           END-PERFORM.
       CORRER-UM-PASSO.
           PERFORM PREPARAR-REGISTO-PASSO.
           MOVE "I" TO REG-NOI-ESTADO.
           PERFORM PEGAR-HORA.
           MOVE DATA-SISTEMA TO REG-NOI-INICIO-DATA.
           MOVE HORA-FORMATADA TO REG-NOI-INICIO-HORA.
           PERFORM GRAVAR-REGISTO-NOITE.
           DISPLAY "--------------------------------------------------".
           DISPLAY "PASSO " IDX-PASSO " - " NOME-PROGRAMA(IDX-PASSO)
              " - INICIO " HORA-FORMATADA.
           DISPLAY "--------------------------------------------------".
           MOVE "S" TO LOTE-MODO.
           MOVE 0 TO LOTE-DATA.
           MOVE 0 TO LOTE-MES.
           MOVE "E" TO LOTE-ESTADO.
           MOVE 0 TO LOTE-LIDOS.
           MOVE 0 TO LOTE-GRAVADOS.
           MOVE "PASSO TERMINOU SEM DEVOLVER ESTADO" TO LOTE-MENSAGEM.
           EVALUATE IDX-PASSO
              WHEN 1
                 MOVE PAS-PARAMETRO(1) TO LOTE-DATA
                 CALL "811_PIZZARIA_FECHO"
                    ON EXCEPTION
                       MOVE "PROGRAMA 811 NAO ENCONTRADO"
                          TO LOTE-MENSAGEM
                 END-CALL
                 CANCEL "811_PIZZARIA_FECHO"
              WHEN 2
                 MOVE PAS-PARAMETRO(2) TO LOTE-MES
                 CALL "820_PIZZARIA_RESUMOS"
                    ON EXCEPTION
                       MOVE "PROGRAMA 820 NAO ENCONTRADO"
                          TO LOTE-MENSAGEM
                 END-CALL
                 CANCEL "820_PIZZARIA_RESUMOS"
              WHEN 3
                 MOVE PAS-PARAMETRO(3) TO LOTE-MES
                 CALL "814_PIZZARIA_FATURACAO"
                    ON EXCEPTION
                       MOVE "PROGRAMA 814 NAO ENCONTRADO"
                          TO LOTE-MENSAGEM
                 END-CALL
                 CANCEL "814_PIZZARIA_FATURACAO"
              WHEN 4
                 MOVE PAS-PARAMETRO(4) TO LOTE-DATA
                 CALL "815_PIZZARIA_VERIFICA"
                    ON EXCEPTION
                       MOVE "PROGRAMA 815 NAO ENCONTRADO"
                          TO LOTE-MENSAGEM
                 END-CALL
                 CANCEL "815_PIZZARIA_VERIFICA"
           END-EVALUATE.
           MOVE "N" TO LOTE-MODO.
           IF NOT LOTE-PASSO-TERMINADO
              MOVE "E" TO LOTE-ESTADO
           END-IF.
           PERFORM PEGAR-HORA.
           MOVE LOTE-ESTADO TO REG-NOI-ESTADO.
           MOVE DATA-SISTEMA TO REG-NOI-FIM-DATA.
           MOVE HORA-FORMATADA TO REG-NOI-FIM-HORA.
           MOVE LOTE-LIDOS TO REG-NOI-LIDOS.
           MOVE LOTE-GRAVADOS TO REG-NOI-GRAVADOS.
           MOVE LOTE-MENSAGEM TO REG-NOI-MENSAGEM.
           PERFORM GRAVAR-REGISTO-NOITE.
           MOVE LOTE-ESTADO TO PAS-ESTADO(IDX-PASSO).
           DISPLAY "--------------------------------------------------".
           IF LOTE-PASSO-ERRO
              MOVE "S" TO PASSO-FALHOU
              DISPLAY "PASSO " IDX-PASSO " EM ERRO: " LOTE-MENSAGEM
           ELSE
              MOVE LOTE-LIDOS TO CONTAGEM-EDIT
              DISPLAY "PASSO " IDX-PASSO " TERMINADO " HORA-FORMATADA
                 " - LIDOS " CONTAGEM-EDIT WITH NO ADVANCING
              MOVE LOTE-GRAVADOS TO CONTAGEM-EDIT
              DISPLAY " GRAVADOS " CONTAGEM-EDIT
              DISPLAY "  " LOTE-MENSAGEM
           END-IF.
      *-----------------------------------------------------------------
      * Registo de NOITE.DAT do passo IDX-PASSO da noite em curso, com
      * inicio, fim e contagens a zero (o chamador preenche o resto).
      *-----------------------------------------------------------------
       PREPARAR-REGISTO-PASSO.
           MOVE NOITE-EM-CURSO TO REG-NOI-DATA-NOITE.
           MOVE IDX-PASSO TO REG-NOI-PASSO.
           MOVE NOME-PROGRAMA(IDX-PASSO) TO REG-NOI-PROGRAMA.
           MOVE PAS-PARAMETRO(IDX-PASSO) TO REG-NOI-PARAMETRO.
           MOVE 0 TO REG-NOI-INICIO-DATA.
           MOVE SPACES TO REG-NOI-INICIO-HORA.
           MOVE 0 TO REG-NOI-FIM-DATA.
           MOVE SPACES TO REG-NOI-FIM-HORA.
           MOVE 0 TO REG-NOI-LIDOS.
           MOVE 0 TO REG-NOI-GRAVADOS.
           MOVE SPACES TO REG-NOI-MENSAGEM.
       GRAVAR-REGISTO-NOITE.
           OPEN EXTEND FICHEIRO-NOITE.
           IF FS-NOITE NOT = "00"
              OPEN OUTPUT FICHEIRO-NOITE
           END-IF.
           IF FS-NOITE NOT = "00"
              DISPLAY "ERRO AO GRAVAR NOITE.DAT!"
           ELSE
              WRITE REG-NOITE
              CLOSE FICHEIRO-NOITE
           END-IF.
       PEGAR-HORA.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           STRING HORA-SISTEMA(1:2) ":"
                  HORA-SISTEMA(3:2) ":"
                  HORA-SISTEMA(5:2)
                  DELIMITED BY SIZE
                  INTO HORA-FORMATADA
           END-STRING.
           END PROGRAM 824_PIZZARIA_NOITE.
