      ******************************************************************
      * Copybook: PARMCOPIA.CPY
      * Purpose:  Parametros do CALL ao 826_PIZZARIA_COPIAS, que faz
      *           as copias de seguranca geracionais dos ficheiros de
      *           dados (COPIA-GUARDAR) e repoe uma geracao inteira
      *           (COPIA-REPOR). Chamado pelo 811 antes do fecho do
      *           dia, pelo 820 antes do fecho de mes e pelo 827.
      *           Entrada: operacao, motivo (D/M/A, ver COPIA.CPY),
      *           geracao a repor e operador. Saida: estado (F bem,
      *           E erro), geracao feita ou reposta, ficheiros,
      *           registos e mensagem.
      ******************************************************************
       01  PARAMETROS-COPIA.
           05 COPIA-OPERACAO           PIC X(01).
               88 COPIA-GUARDAR           VALUE "C".
               88 COPIA-REPOR             VALUE "R".
           05 COPIA-MOTIVO             PIC X(01).
           05 COPIA-GERACAO            PIC 9(05).
           05 COPIA-OPERADOR           PIC 9(02).
           05 COPIA-ESTADO             PIC X(01).
               88 COPIA-TERMINADA         VALUE "F".
               88 COPIA-ERRO              VALUE "E".
           05 COPIA-FICHEIROS          PIC 9(03).
           05 COPIA-REGISTOS           PIC 9(09).
           05 COPIA-MENSAGEM           PIC X(40).
