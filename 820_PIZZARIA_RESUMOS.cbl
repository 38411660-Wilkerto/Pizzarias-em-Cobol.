      *          ano do mes pedido. A opcao de reconstrucao refaz
      *          RESUMOS.DAT a partir dos ficheiros por ano se o
      *          ficheiro de resumos se perder.
      *          O valor pago com vales de oferta e resumido a parte
      *          das formas de pagamento (numerario, cartao, MB WAY).
      *          Chamado pela corrida da noite (824) nao mostra o
      *          menu: consolida os meses anteriores ao mes recebido
      *          em LOTE.CPY (o do dia fechado nessa noite) e devolve
      *          o estado e as contagens (lidos no historico,
      *          consolidados).
      *          Antes de copiar para os anos e regravar o historico
      *          tira uma copia de seguranca geracional de todos os
      *          ficheiros (CALL ao 826); se a copia falhar a
      *          consolidacao aborta sem tocar em nada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 MES-TAMANHO           PIC S9(05) OCCURS 3 TIMES.
           05 MES-INGR              PIC S9(05) OCCURS 10 TIMES.
           05 MES-BEBIDA            PIC S9(05) OCCURS 4 TIMES.
           05 MES-VALES             PIC S9(07)V9(02).
      *-----------------------------------------------------------------
      * Resumos por dia acumulados em memoria (ate 600 dias por
      * consolidacao - quase dois anos de atraso; acima disso a
               10 RES-TAMANHO       PIC S9(05) OCCURS 3 TIMES.
               10 RES-INGR          PIC S9(05) OCCURS 10 TIMES.
               10 RES-BEBIDA        PIC S9(05) OCCURS 4 TIMES.
               10 RES-VALES         PIC S9(07)V9(02).
       01  DIA-RES-TROCA            PIC X(169).
           COPY LOTE.
           COPY PARMCOPIA.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "==================================================".
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE DATA-SISTEMA(1:6) TO MES-CORTE.
           IF LOTE-NOTURNO
              MOVE LOTE-MES TO MES-CORTE
              PERFORM CONSOLIDAR-MES
              GO TO TERMINAR-LOTE
           END-IF.
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1 - Fecho de mes (consolidar meses completos)".
           DISPLAY "FIM DO FECHO DE MES.".
           STOP RUN.
      *-----------------------------------------------------------------
      * Fim da consolidacao pedida pela corrida da noite: estado e
      * contagens para o registo do passo.
      *-----------------------------------------------------------------
       TERMINAR-LOTE.
           COMPUTE LOTE-LIDOS = CONSOLIDADOS + REMANESCENTES.
           MOVE CONSOLIDADOS TO LOTE-GRAVADOS.
           MOVE SPACES TO LOTE-MENSAGEM.
           IF CONSOLIDADOS > 0
              AND (DIAS-EXCEDIDOS = "S" OR ERRO-CONSOLIDACAO = "S")
              MOVE "E" TO LOTE-ESTADO
              MOVE "CONSOLIDACAO ABORTADA" TO LOTE-MENSAGEM
           ELSE
              MOVE "F" TO LOTE-ESTADO
              IF CONSOLIDADOS = 0
                 MOVE "NENHUM MES COMPLETO POR CONSOLIDAR"
                    TO LOTE-MENSAGEM
              ELSE
                 STRING "CONSOLIDADO ATE AO MES ANTERIOR A " MES-CORTE
                    DELIMITED BY SIZE INTO LOTE-MENSAGEM
              END-IF
           END-IF.
           GOBACK.
      *-----------------------------------------------------------------
      * Consolidacao: resume os meses anteriores ao corrente, copia
      * os pedidos em bruto para os ficheiros por ano e deixa em
      * HISTORICO.DAT so o mes corrente. Correr duas vezes nao
                       "CONSOLIDACAO ABORTADA ANTES DE TOCAR NOS "
                       "FICHEIROS."
                 ELSE
                    PERFORM COPIA-DE-SEGURANCA
                    IF COPIA-TERMINADA
                       PERFORM COPIAR-PARA-ANOS
                    ELSE
                       DISPLAY "COPIA DE SEGURANCA FALHOU."
                       MOVE "S" TO ERRO-CONSOLIDACAO
                    END-IF
      *             Um ano que nao abriu ainda nao foi arquivado:
      *             regravar o historico agora perderia esses
      *             pedidos para sempre.
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Copia de seguranca de todos os ficheiros de dados antes de a
      * consolidacao mexer nos anos e regravar HISTORICO.DAT.
      *-----------------------------------------------------------------
       COPIA-DE-SEGURANCA.
           MOVE "C" TO COPIA-OPERACAO.
           MOVE "M" TO COPIA-MOTIVO.
           MOVE 0 TO COPIA-GERACAO.
           MOVE 0 TO COPIA-OPERADOR.
           MOVE "E" TO COPIA-ESTADO.
           MOVE "PROGRAMA DE COPIAS NAO DEVOLVEU ESTADO"
              TO COPIA-MENSAGEM.
           CALL "826_PIZZARIA_COPIAS" USING PARAMETROS-COPIA
              ON EXCEPTION
                 MOVE "PROGRAMA 826 NAO ENCONTRADO" TO COPIA-MENSAGEM
           END-CALL.
           CANCEL "826_PIZZARIA_COPIAS".
           DISPLAY "COPIA DE SEGURANCA: " COPIA-MENSAGEM.
      *-----------------------------------------------------------------
      * Dia efetivo do pedido corrente (em HIS-PEDIDO): o dia
      * previsto num pedido marcado com antecedencia, senao o dia em
      * que foi registado - a mesma regra dos relatorios 808/811/813.
                 COMPUTE RES-PAGAMENTO
                    (POSICAO-DIA, HIS-FORMA-PAGAMENTO) =
                    RES-PAGAMENTO(POSICAO-DIA, HIS-FORMA-PAGAMENTO)
                    + SINAL-REGISTO * (HIS-TOTAL-FINAL - HIS-VALOR-VALE)
              END-IF
              COMPUTE RES-VALES(POSICAO-DIA) = RES-VALES(POSICAO-DIA)
                 + SINAL-REGISTO * HIS-VALOR-VALE
              PERFORM VARYING IDX-ITEM FROM 1 BY 1
                 UNTIL IDX-ITEM > HIS-NUM-ITENS OR IDX-ITEM > 5
                 PERFORM ACUMULAR-ITEM-DIA
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
              MOVE RES-BEBIDA(IDX-DIA, IDX) TO REG-RSM-BEBIDA(IDX)
           END-PERFORM.
           MOVE RES-VALES(IDX-DIA) TO REG-RSM-VALES.
           WRITE REG-RESUMO.
       SOMAR-DIA-AO-MES.
           ADD RES-PEDIDOS(IDX-DIA) TO MES-PEDIDOS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
              ADD RES-BEBIDA(IDX-DIA, IDX) TO MES-BEBIDA(IDX)
           END-PERFORM.
           ADD RES-VALES(IDX-DIA) TO MES-VALES.
       ESCREVER-RESUMO-MES.
           MOVE "M" TO REG-RSM-TIPO.
           COMPUTE REG-RSM-DATA = MES-EM-CURSO * 100.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
              MOVE MES-BEBIDA(IDX) TO REG-RSM-BEBIDA(IDX)
           END-PERFORM.
           MOVE MES-VALES TO REG-RSM-VALES.
           WRITE REG-RESUMO.
      *-----------------------------------------------------------------
      * Lista os resumos gravados (dias em breve, meses por extenso).
