      ******************************************************************
      * Copybook: NOITE.CPY
      * Purpose:  Layout of one step record in the batch log
      *           NOITE.DAT, acrescentado pela corrida da noite
      *           (824_PIZZARIA_NOITE) e lido pelo relatorio da manha
      *           (825_PIZZARIA_MANHA). Cada noite e identificada pelo
      *           dia fechado (REG-NOI-DATA-NOITE); cada passo tem
      *           varios registos e vale o ultimo:
      *           Estados: P = por correr (plano da noite),
      *                    S = nao devido nesta noite,
      *                    I = iniciado (sem fim = a corrida parou
      *                        a meio do passo),
      *                    F = terminado,
      *                    E = terminado com erro.
      *           Passos: 1 = 811 fecho do dia, 2 = 820 fecho de mes,
      *                   3 = 814 exportacao, 4 = 815 verificacao.
      *           REG-NOI-PARAMETRO e a data ou o mes passado ao passo;
      *           as contagens sao as que o passo devolve (registos
      *           lidos e gravados).
      ******************************************************************
       01  REG-NOITE.
           05 REG-NOI-DATA-NOITE       PIC 9(08).
           05 REG-NOI-PASSO            PIC 9(01).
           05 REG-NOI-PROGRAMA         PIC X(22).
           05 REG-NOI-ESTADO           PIC X(01).
               88 REG-NOI-POR-CORRER      VALUE "P".
               88 REG-NOI-NAO-DEVIDO      VALUE "S".
               88 REG-NOI-INICIADO        VALUE "I".
               88 REG-NOI-TERMINADO       VALUE "F".
               88 REG-NOI-ERRO            VALUE "E".
               88 REG-NOI-CONCLUIDO       VALUES "F", "S".
           05 REG-NOI-PARAMETRO        PIC 9(08).
           05 REG-NOI-INICIO-DATA      PIC 9(08).
           05 REG-NOI-INICIO-HORA      PIC X(08).
           05 REG-NOI-FIM-DATA         PIC 9(08).
           05 REG-NOI-FIM-HORA         PIC X(08).
           05 REG-NOI-LIDOS            PIC 9(07).
           05 REG-NOI-GRAVADOS         PIC 9(07).
           05 REG-NOI-MENSAGEM         PIC X(40).
