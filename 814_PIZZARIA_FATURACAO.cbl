      *          consolidado pelo fecho de mes (820_PIZZARIA_RESUMOS)
      *          os documentos vem do ficheiro do ano HISTAAAA, lido
      *          antes do historico corrente.
      *          Chamado pela corrida da noite (824) nao pergunta o
      *          mes: exporta o mes recebido em LOTE.CPY e devolve o
      *          estado e as contagens (documentos lidos e
      *          exportados).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 MES-EXPORT                PIC 9(06).
       77 MES-REGISTO               PIC 9(06).
       77 DOCUMENTOS-EXPORTADOS     PIC 9(05) VALUE 0.
       77 DOCUMENTOS-LIDOS          PIC 9(07) VALUE 0.
       77 CONTAGEM-EDIT             PIC ZZZZ9.
       77 LIQUIDO-EXPORT            PIC 999.99.
       77 IVA-EXPORT                PIC 99.99.
       77 TOTAL-EXPORT              PIC 999.99.
           COPY LOTE.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "==================================================".
           DISPLAY "   PIZZARIA RAMALHO - EXPORTACAO PARA CONTABILIDADE"
           DISPLAY "==================================================".
           IF LOTE-NOTURNO
              MOVE LOTE-MES TO MES-EXPORT
              DISPLAY "Mes a exportar: " MES-EXPORT
           ELSE
              DISPLAY "Mes a exportar (AAAAMM): " WITH NO ADVANCING
              ACCEPT MES-EXPORT
           END-IF.
           IF MES-EXPORT < 200001 OR MES-EXPORT(5:2) < "01"
              OR MES-EXPORT(5:2) > "12"
              DISPLAY "MES INVALIDO!"
              MOVE "MES INVALIDO" TO LOTE-MENSAGEM
              GO TO ABORTAR
           END-IF.
           OPEN OUTPUT FICHEIRO-EXPORT.
           IF FS-EXPORT NOT = "00"
              DISPLAY "ERRO AO CRIAR FATURAS.CSV!"
              MOVE "ERRO AO CRIAR FATURAS.CSV" TO LOTE-MENSAGEM
              GO TO ABORTAR
           END-IF.
           MOVE SPACES TO LINHA-EXPORT.
           STRING "NUMERO;DATA;TIPO;NIF;LIQUIDO;IVA;TOTAL"
           MOVE DOCUMENTOS-EXPORTADOS TO CONTAGEM-EDIT.
           DISPLAY "DOCUMENTOS EXPORTADOS PARA FATURAS.CSV: "
              CONTAGEM-EDIT.
           MOVE DOCUMENTOS-LIDOS TO LOTE-LIDOS.
           MOVE DOCUMENTOS-EXPORTADOS TO LOTE-GRAVADOS.
           MOVE SPACES TO LOTE-MENSAGEM.
           STRING "MES " MES-EXPORT " EXPORTADO PARA FATURAS.CSV"
              DELIMITED BY SIZE INTO LOTE-MENSAGEM.
      *-----------------------------------------------------------------
      * Fim do programa: devolve o estado a corrida da noite (824),
      * se foi ela a chamar; corrido a mao e o fim normal.
      *-----------------------------------------------------------------
       TERMINAR.
           MOVE "F" TO LOTE-ESTADO.
           GOBACK.
       ABORTAR.
           MOVE "E" TO LOTE-ESTADO.
           GOBACK.
      *-----------------------------------------------------------------
      * Ficheiros de ano do mes pedido (HISTAAAA, escritos pelo fecho
      * de mes 820): e onde os meses ja consolidados vivem. O arquivo
      * para o contabilista as lancar a credito.
      *-----------------------------------------------------------------
       EXPORTAR-REGISTO.
           ADD 1 TO DOCUMENTOS-LIDOS.
           MOVE REG-DATA-PEDIDO(1:6) TO MES-REGISTO.
           IF MES-REGISTO = MES-EXPORT
              MOVE REG-TOTAL-LIQUIDO TO LIQUIDO-EXPORT
