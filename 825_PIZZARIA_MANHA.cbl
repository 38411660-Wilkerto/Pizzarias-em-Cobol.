      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio da manha - le o registo da corrida da noite
      *          (NOITE.DAT, gravado pelo 824) e mostra a ultima noite
      *          corrida, passo a passo: programa, estado, inicio, fim,
      *          contagens e mensagem. Diz no fim se a noite ficou
      *          completa (todos os passos terminados ou nao devidos)
      *          ou em que passo parou, e avisa se a noite de ontem
      *          nem sequer esta registada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 825_PIZZARIA_MANHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-NOITE ASSIGN TO "NOITE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-NOITE.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-NOITE.
           COPY NOITE.
       WORKING-STORAGE SECTION.
       77 FS-NOITE                  PIC XX.
       77 FIM-NOITE                 PIC X VALUE "N".
           88 NAO-HA-MAIS-NOITE     VALUE "S".
       77 DATA-SISTEMA              PIC 9(08).
       77 DATA-ONTEM                PIC 9(08).
       77 ULTIMA-NOITE              PIC 9(08) VALUE 0.
       77 IDX-PASSO                 PIC 9(01).
       77 PASSO-PARADO              PIC 9(01) VALUE 0.
       77 DIAS-NO-MES               PIC 9(02).
       77 ANO-QUOCIENTE             PIC 9(04).
       77 ANO-RESTO                 PIC 9(04).
       77 NOME-ESTADO               PIC X(16).
       77 LIDOS-EDIT                PIC ZZZZZZ9.
       77 GRAVADOS-EDIT             PIC ZZZZZZ9.
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
      * Ultimo registo de cada passo da ultima noite (desenho de
      * NOITE.CPY; espacos = passo sem registo).
      *-----------------------------------------------------------------
       01  TABELA-PASSOS.
           05 PASSO-REGISTO         PIC X(126) OCCURS 4 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "   PIZZARIA RAMALHO - RELATORIO DA MANHA".
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-SISTEMA TO DATA-TRABALHO.
           PERFORM SUBTRAIR-UM-DIA.
           MOVE DATA-TRABALHO TO DATA-ONTEM.
           PERFORM CARREGAR-ULTIMA-NOITE.
           IF ULTIMA-NOITE = 0
              DISPLAY "SEM REGISTO DE CORRIDAS DA NOITE (NOITE.DAT "
                 "AUSENTE OU VAZIO)."
              DISPLAY "A NOITE DE " DATA-ONTEM " NAO CORREU."
              GO TO FIM
           END-IF.
           DISPLAY "ULTIMA NOITE REGISTADA: " ULTIMA-NOITE.
           DISPLAY "--------------------------------------------------".
           PERFORM VARYING IDX-PASSO FROM 1 BY 1 UNTIL IDX-PASSO > 4
              PERFORM MOSTRAR-PASSO
           END-PERFORM.
           DISPLAY "==================================================".
           IF PASSO-PARADO > 0
              DISPLAY "NOITE DE " ULTIMA-NOITE " INCOMPLETA - PAROU NO "
                 "PASSO " PASSO-PARADO "."
              DISPLAY "CORRIJA A CAUSA E VOLTE A CORRER O 824: RETOMA "
                 "NESSE PASSO."
           ELSE
              DISPLAY "NOITE DE " ULTIMA-NOITE " COMPLETA."
           END-IF.
           IF ULTIMA-NOITE < DATA-ONTEM
              DISPLAY "ATENCAO: A NOITE DE " DATA-ONTEM
                 " NAO ESTA REGISTADA - NAO CORREU."
           END-IF.
       FIM.
           DISPLAY "==================================================".
           STOP RUN.
      *-----------------------------------------------------------------
      * Ultima noite de NOITE.DAT, guardando o ultimo registo de cada
      * passo dessa noite.
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
                    MOVE REG-NOITE TO PASSO-REGISTO(REG-NOI-PASSO)
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
              MOVE SPACES TO PASSO-REGISTO(IDX-PASSO)
           END-PERFORM.
      *-----------------------------------------------------------------
      * Uma linha por passo (e a mensagem); o primeiro passo que nao
      * terminou nem foi dispensado e onde a noite parou.
      *-----------------------------------------------------------------
       MOSTRAR-PASSO.
           IF PASSO-REGISTO(IDX-PASSO) = SPACES
              DISPLAY IDX-PASSO " - SEM REGISTO NESTA NOITE"
              IF PASSO-PARADO = 0
                 MOVE IDX-PASSO TO PASSO-PARADO
              END-IF
           ELSE
              MOVE PASSO-REGISTO(IDX-PASSO) TO REG-NOITE
              EVALUATE TRUE
                 WHEN REG-NOI-POR-CORRER
                    MOVE "POR CORRER" TO NOME-ESTADO
                 WHEN REG-NOI-NAO-DEVIDO
                    MOVE "NAO DEVIDO" TO NOME-ESTADO
                 WHEN REG-NOI-INICIADO
                    MOVE "PAROU A MEIO" TO NOME-ESTADO
                 WHEN REG-NOI-TERMINADO
                    MOVE "TERMINADO" TO NOME-ESTADO
                 WHEN REG-NOI-ERRO
                    MOVE "ERRO" TO NOME-ESTADO
                 WHEN OTHER
                    MOVE "DESCONHECIDO" TO NOME-ESTADO
              END-EVALUATE
              IF NOT REG-NOI-CONCLUIDO AND PASSO-PARADO = 0
                 MOVE IDX-PASSO TO PASSO-PARADO
              END-IF
              MOVE REG-NOI-LIDOS TO LIDOS-EDIT
              MOVE REG-NOI-GRAVADOS TO GRAVADOS-EDIT
              DISPLAY IDX-PASSO " " REG-NOI-PROGRAMA " " NOME-ESTADO
              IF REG-NOI-INICIO-DATA > 0
                 DISPLAY "    Inicio " REG-NOI-INICIO-DATA " "
                    REG-NOI-INICIO-HORA "  Fim " REG-NOI-FIM-DATA " "
                    REG-NOI-FIM-HORA
                 DISPLAY "    Lidos " LIDOS-EDIT "  Gravados "
                    GRAVADOS-EDIT
              END-IF
              IF REG-NOI-MENSAGEM NOT = SPACES
                 DISPLAY "    " REG-NOI-MENSAGEM
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Dia anterior a DATA-TRABALHO.
      *-----------------------------------------------------------------
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
           END PROGRAM 825_PIZZARIA_MANHA.
