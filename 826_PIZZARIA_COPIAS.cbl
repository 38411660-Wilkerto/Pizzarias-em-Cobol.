      ******************************************************************
      * Author:
      * Date:
      * Purpose: Copias de seguranca geracionais dos ficheiros de dados.
      *          Chamado (CALL) pelo fecho do dia 811 e pelo fecho de
      *          mes 820 antes de regravarem PEDIDOS.DAT/HISTORICO.DAT,
      *          e pelo 827 para copias a mao e para a reposicao.
      *          COPIA-GUARDAR copia todos os ficheiros .DAT da
      *          pizzaria (e os HISTAAAA que existirem) para a posicao
      *          da geracao nova, Cpp + nome (C03PEDIDOS, ...), e
      *          regista no catalogo COPIAS.DAT o inicio, cada
      *          ficheiro com os registos copiados e o fim da geracao.
      *          Ficam as GERACOES-GUARDADAS ultimas geracoes: a nova
      *          ocupa a posicao da mais antiga. Um ficheiro que nao
      *          existe fica copiado vazio, para que a reposicao o
      *          deixe vazio tambem.
      *          COPIA-REPOR poe de volta uma geracao inteira completa
      *          e ainda guardada (os anos HISTAAAA que nao estavam na
      *          geracao ficam vazios) e regista a reposicao no
      *          catalogo. Os PRECOS e CLIENTES indexados sao copiados
      *          para sequencial e recarregados na reposicao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 826_PIZZARIA_COPIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-COPIAS ASSIGN TO "COPIAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-COPIAS.
           SELECT FICHEIRO-PRECOS ASSIGN TO "PRECOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PRC-CODIGO
               FILE STATUS IS FS-INDEXADO.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CONTACTO-HIST
               FILE STATUS IS FS-INDEXADO.
           SELECT SEGURO-PRECOS ASSIGN TO NOME-COPIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SEGURO.
           SELECT SEGURO-CLIENTES ASSIGN TO NOME-COPIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SEGURO.
           SELECT ORIGEM-PEDIDOS ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-PEDIDOS ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-CONTROLO ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-CONTROLO ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-FECHO ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-FECHO ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-ABERTURA ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-ABERTURA ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-ENTREGAS ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-ENTREGAS ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-COZINHA ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-COZINHA ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-STOCK ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-STOCK ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-CAIXA ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-CAIXA ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-RESUMOS ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-RESUMOS ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-AUDITORIA ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-AUDITORIA ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-QUEBRAS ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-QUEBRAS ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-CONTAGENS ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-CONTAGENS ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-COMPRAS ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-COMPRAS ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-FORNECEDORES ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-FORNECEDORES ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-ENCOMENDAS ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-ENCOMENDAS ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-ESTAFETAS ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-ESTAFETAS ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-PROMOS ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-PROMOS ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-OPERADORES ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-OPERADORES ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-VALES ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-VALES ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-MOVVALES ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-MOVVALES ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-NOITE ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-NOITE ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-RECUPERA ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-RECUPERA ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
           SELECT ORIGEM-RGPD ASSIGN TO NOME-ORIGEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO-RGPD ASSIGN TO NOME-DESTINO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DESTINO.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-COPIAS.
           COPY COPIA.
       FD  FICHEIRO-PRECOS.
           COPY PRECO.
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.
       FD  SEGURO-PRECOS.
           COPY PRECO REPLACING LEADING ==REG-== BY ==SEG-==.
       FD  SEGURO-CLIENTES.
           COPY CLIENTE REPLACING LEADING ==REG-== BY ==SEG-==.
       FD  ORIGEM-PEDIDOS.
           COPY PEDIDO REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-PEDIDOS.
           COPY PEDIDO REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-CONTROLO.
       01  ORG-CONTROLO                   PIC X(04).
       FD  DESTINO-CONTROLO.
       01  DST-CONTROLO                   PIC X(04).
       FD  ORIGEM-FECHO.
       01  ORG-FECHO                      PIC X(08).
       FD  DESTINO-FECHO.
       01  DST-FECHO                      PIC X(08).
       FD  ORIGEM-ABERTURA.
       01  ORG-ABERTURA                   PIC X(18).
       FD  DESTINO-ABERTURA.
       01  DST-ABERTURA                   PIC X(18).
       FD  ORIGEM-ENTREGAS.
           COPY ENTREGA REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-ENTREGAS.
           COPY ENTREGA REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-COZINHA.
           COPY COZINHA REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-COZINHA.
           COPY COZINHA REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-STOCK.
           COPY STOCK REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-STOCK.
           COPY STOCK REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-CAIXA.
           COPY CAIXA REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-CAIXA.
           COPY CAIXA REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-RESUMOS.
           COPY RESUMO REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-RESUMOS.
           COPY RESUMO REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-AUDITORIA.
           COPY AUDITORIA REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-AUDITORIA.
           COPY AUDITORIA REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-QUEBRAS.
           COPY QUEBRA REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-QUEBRAS.
           COPY QUEBRA REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-CONTAGENS.
           COPY CONTAGEM REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-CONTAGENS.
           COPY CONTAGEM REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-COMPRAS.
           COPY COMPRA REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-COMPRAS.
           COPY COMPRA REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-FORNECEDORES.
           COPY FORNECEDOR REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-FORNECEDORES.
           COPY FORNECEDOR REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-ENCOMENDAS.
           COPY ENCOMENDA REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-ENCOMENDAS.
           COPY ENCOMENDA REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-ESTAFETAS.
           COPY ESTAFETA REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-ESTAFETAS.
           COPY ESTAFETA REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-PROMOS.
           COPY PROMO REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-PROMOS.
           COPY PROMO REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-OPERADORES.
           COPY OPERADOR REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-OPERADORES.
           COPY OPERADOR REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-VALES.
           COPY VALE REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-VALES.
           COPY VALE REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-MOVVALES.
           COPY MOVVALE REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-MOVVALES.
           COPY MOVVALE REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-NOITE.
           COPY NOITE REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-NOITE.
           COPY NOITE REPLACING LEADING ==REG-== BY ==DST-==.
       FD  ORIGEM-RECUPERA.
       01  ORG-RECUPERA                   PIC X(305).
       FD  DESTINO-RECUPERA.
       01  DST-RECUPERA                   PIC X(305).
       FD  ORIGEM-RGPD.
           COPY RGPD REPLACING LEADING ==REG-== BY ==ORG-==.
       FD  DESTINO-RGPD.
           COPY RGPD REPLACING LEADING ==REG-== BY ==DST-==.
       WORKING-STORAGE SECTION.
       77 FS-COPIAS                 PIC XX.
       77 FS-INDEXADO               PIC XX.
       77 FS-SEGURO                 PIC XX.
       77 FS-ORIGEM                 PIC XX.
       77 FS-DESTINO                PIC XX.
       77 NOME-ORIGEM               PIC X(20).
       77 NOME-DESTINO              PIC X(20).
       77 NOME-COPIA                PIC X(20).
       77 NOME-FICHEIRO-ATUAL       PIC X(12).
       77 FIM-COPIAS                PIC X VALUE "N".
           88 NAO-HA-MAIS-COPIAS    VALUE "S".
       77 FIM-ORIGEM                PIC X VALUE "N".
       77 GERACOES-GUARDADAS        PIC 9(02) VALUE 5.
       77 ULTIMA-GERACAO            PIC 9(05) VALUE 0.
       77 GERACAO-ATUAL             PIC 9(05).
       77 GERACAO-ANTERIOR          PIC 9(05).
       77 GERACAO-QUOCIENTE         PIC 9(05).
       77 POSICAO-ATUAL             PIC 9(02).
       77 GERACAO-REPONIVEL         PIC X VALUE "N".
       77 DESENHO-FICHEIRO          PIC 9(02).
       77 ESTADO-FICHEIRO           PIC X.
       77 IGNORAR-AUSENTE           PIC X.
       77 REGISTOS-FICHEIRO         PIC 9(07).
       77 FICHEIROS-COM-ERRO        PIC 9(03).
       77 IDX-FICHEIRO              PIC 9(02).
       77 NUM-FICHEIROS-FIXOS       PIC 9(02) VALUE 26.
       77 ANO-FICHEIRO              PIC 9(04).
       77 ANO-LIMITE                PIC 9(04).
       77 IDX-ANO                   PIC 9(03).
       77 DATA-SISTEMA              PIC 9(08).
       77 HORA-SISTEMA              PIC X(08).
       77 HORA-FORMATADA            PIC X(08).
       77 ERROS-EDIT                PIC ZZ9.
      *-----------------------------------------------------------------
      * Ficheiros copiados em cada geracao, com o desenho de registo
      * de cada um (01 a 22 e 25 sequenciais, 23/24 os dois indexados).
      * Os HISTAAAA usam o desenho 01 (PEDIDO) e nao estao na tabela:
      * sao procurados de 2000 ate ao ano seguinte ao corrente.
      *-----------------------------------------------------------------
       01  TABELA-FICHEIROS-DADOS.
           05 FILLER PIC X(14) VALUE "PEDIDOS     01".
           05 FILLER PIC X(14) VALUE "HISTORICO   01".
           05 FILLER PIC X(14) VALUE "CONTROLO    02".
           05 FILLER PIC X(14) VALUE "FECHO       03".
           05 FILLER PIC X(14) VALUE "ABERTURA    04".
           05 FILLER PIC X(14) VALUE "ENTREGAS    05".
           05 FILLER PIC X(14) VALUE "COZINHA     06".
           05 FILLER PIC X(14) VALUE "STOCK       07".
           05 FILLER PIC X(14) VALUE "CAIXA       08".
           05 FILLER PIC X(14) VALUE "RESUMOS     09".
           05 FILLER PIC X(14) VALUE "AUDITORIA   10".
           05 FILLER PIC X(14) VALUE "QUEBRAS     11".
           05 FILLER PIC X(14) VALUE "CONTAGENS   12".
           05 FILLER PIC X(14) VALUE "COMPRAS     13".
           05 FILLER PIC X(14) VALUE "FORNECEDORES14".
           05 FILLER PIC X(14) VALUE "ENCOMENDAS  15".
           05 FILLER PIC X(14) VALUE "ESTAFETAS   16".
           05 FILLER PIC X(14) VALUE "PROMOS      17".
           05 FILLER PIC X(14) VALUE "OPERADORES  18".
           05 FILLER PIC X(14) VALUE "VALES       19".
           05 FILLER PIC X(14) VALUE "MOVVALES    20".
           05 FILLER PIC X(14) VALUE "NOITE       21".
           05 FILLER PIC X(14) VALUE "RECUPERA    22".
           05 FILLER PIC X(14) VALUE "PRECOS      23".
           05 FILLER PIC X(14) VALUE "CLIENTES    24".
           05 FILLER PIC X(14) VALUE "RGPD        25".
       01  TABELA-FICHEIROS REDEFINES TABELA-FICHEIROS-DADOS.
           05 FICHEIRO-FIXO OCCURS 26 TIMES.
               10 NOME-FIXO         PIC X(12).
               10 DESENHO-FIXO      PIC 9(02).
      *-----------------------------------------------------------------
      * Anos HISTAAAA presentes na geracao a repor (2000 = posicao 1).
      *-----------------------------------------------------------------
       01  TABELA-ANOS-GERACAO.
           05 ANO-NA-GERACAO        PIC X OCCURS 100 TIMES.
       01  NOME-HIST-TRABALHO.
           05 FILLER                PIC X(04) VALUE "HIST".
           05 ANO-HIST-TRABALHO     PIC 9(04).
       LINKAGE SECTION.
           COPY PARMCOPIA.
       PROCEDURE DIVISION USING PARAMETROS-COPIA.
       INICIO.
           MOVE "E" TO COPIA-ESTADO.
           MOVE 0 TO COPIA-FICHEIROS.
           MOVE 0 TO COPIA-REGISTOS.
           MOVE SPACES TO COPIA-MENSAGEM.
           MOVE 0 TO FICHEIROS-COM-ERRO.
           PERFORM PEGAR-HORA.
           MOVE DATA-SISTEMA(1:4) TO ANO-LIMITE.
           ADD 1 TO ANO-LIMITE.
           IF ANO-LIMITE > 2099
              MOVE 2099 TO ANO-LIMITE
           END-IF.
           PERFORM LER-CATALOGO.
           EVALUATE TRUE
              WHEN COPIA-GUARDAR
                 PERFORM GUARDAR-GERACAO
              WHEN COPIA-REPOR
                 PERFORM REPOR-GERACAO
              WHEN OTHER
                 MOVE "OPERACAO DE COPIA DESCONHECIDA"
                    TO COPIA-MENSAGEM
           END-EVALUATE.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
      * Ultima geracao iniciada (registos I) e, para a reposicao, se a
      * geracao pedida terminou completa, em que posicao esta e que
      * anos HISTAAAA tinha.
      *-----------------------------------------------------------------
       LER-CATALOGO.
           MOVE 0 TO ULTIMA-GERACAO.
           MOVE "N" TO GERACAO-REPONIVEL.
           MOVE 0 TO POSICAO-ATUAL.
           PERFORM VARYING IDX-ANO FROM 1 BY 1 UNTIL IDX-ANO > 100
              MOVE "N" TO ANO-NA-GERACAO(IDX-ANO)
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
                 IF COPIA-REPOR
                    AND REG-CPA-GERACAO = COPIA-GERACAO
                    PERFORM ANOTAR-GERACAO-PEDIDA
                 END-IF
                 PERFORM LER-COPIAS
              END-PERFORM
              CLOSE FICHEIRO-COPIAS
           END-IF.
       LER-COPIAS.
           READ FICHEIRO-COPIAS
              AT END MOVE "S" TO FIM-COPIAS
           END-READ.
       ANOTAR-GERACAO-PEDIDA.
           IF REG-CPA-FIM-GERACAO
              MOVE REG-CPA-POSICAO TO POSICAO-ATUAL
              IF REG-CPA-COPIADO
                 MOVE "S" TO GERACAO-REPONIVEL
              END-IF
           END-IF.
           IF REG-CPA-FICHEIRO-COPIA
              AND REG-CPA-FICHEIRO(1:4) = "HIST"
              AND REG-CPA-FICHEIRO(5:4) IS NUMERIC
              AND REG-CPA-COPIADO
              MOVE REG-CPA-FICHEIRO(5:4) TO ANO-FICHEIRO
              IF ANO-FICHEIRO >= 2000 AND ANO-FICHEIRO <= 2099
                 COMPUTE IDX-ANO = ANO-FICHEIRO - 1999
                 MOVE "S" TO ANO-NA-GERACAO(IDX-ANO)
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Copia nova: o registo I vai para o catalogo antes de se tocar
      * nos ficheiros da posicao, para que a geracao que la estava
      * deixe logo de contar como reponivel.
      *-----------------------------------------------------------------
       GUARDAR-GERACAO.
           ADD 1 TO ULTIMA-GERACAO GIVING GERACAO-ATUAL.
           SUBTRACT 1 FROM GERACAO-ATUAL GIVING GERACAO-ANTERIOR.
           DIVIDE GERACAO-ANTERIOR BY GERACOES-GUARDADAS
              GIVING GERACAO-QUOCIENTE REMAINDER POSICAO-ATUAL.
           ADD 1 TO POSICAO-ATUAL.
           MOVE GERACAO-ATUAL TO COPIA-GERACAO.
           PERFORM ABRIR-CATALOGO.
           IF FS-COPIAS NOT = "00"
              MOVE "CATALOGO COPIAS.DAT NAO ABRE" TO COPIA-MENSAGEM
           ELSE
              PERFORM PREPARAR-REGISTO-CATALOGO
              MOVE "I" TO REG-CPA-TIPO
              WRITE REG-COPIA
              PERFORM VARYING IDX-FICHEIRO FROM 1 BY 1
                 UNTIL IDX-FICHEIRO > NUM-FICHEIROS-FIXOS
                 MOVE NOME-FIXO(IDX-FICHEIRO) TO NOME-FICHEIRO-ATUAL
                 MOVE DESENHO-FIXO(IDX-FICHEIRO) TO DESENHO-FICHEIRO
                 MOVE "N" TO IGNORAR-AUSENTE
                 PERFORM GUARDAR-UM-FICHEIRO
              END-PERFORM
              PERFORM VARYING ANO-FICHEIRO FROM 2000 BY 1
                 UNTIL ANO-FICHEIRO > ANO-LIMITE
                 MOVE ANO-FICHEIRO TO ANO-HIST-TRABALHO
                 MOVE NOME-HIST-TRABALHO TO NOME-FICHEIRO-ATUAL
                 MOVE 1 TO DESENHO-FICHEIRO
                 MOVE "S" TO IGNORAR-AUSENTE
                 PERFORM GUARDAR-UM-FICHEIRO
              END-PERFORM
              PERFORM PEGAR-HORA
              PERFORM PREPARAR-REGISTO-CATALOGO
              MOVE "G" TO REG-CPA-TIPO
              MOVE COPIA-REGISTOS TO REG-CPA-REGISTOS
              IF FICHEIROS-COM-ERRO = 0
                 MOVE "C" TO REG-CPA-ESTADO
                 MOVE "F" TO COPIA-ESTADO
                 STRING "GERACAO " GERACAO-ATUAL
                        " GUARDADA NA POSICAO " POSICAO-ATUAL
                        DELIMITED BY SIZE INTO COPIA-MENSAGEM
                 END-STRING
              ELSE
                 MOVE "E" TO REG-CPA-ESTADO
                 MOVE FICHEIROS-COM-ERRO TO ERROS-EDIT
                 STRING "COPIA " GERACAO-ATUAL " COM " ERROS-EDIT
                        " FICHEIRO(S) EM ERRO"
                        DELIMITED BY SIZE INTO COPIA-MENSAGEM
                 END-STRING
              END-IF
              WRITE REG-COPIA
              CLOSE FICHEIRO-COPIAS
           END-IF.
      *-----------------------------------------------------------------
      * Um ficheiro para a posicao da geracao. Os HISTAAAA que nao
      * existem sao simplesmente saltados.
      *-----------------------------------------------------------------
       GUARDAR-UM-FICHEIRO.
           PERFORM MONTAR-NOME-COPIA.
           MOVE NOME-FICHEIRO-ATUAL TO NOME-ORIGEM.
           MOVE NOME-COPIA TO NOME-DESTINO.
           PERFORM COPIAR-FICHEIRO.
           IF ESTADO-FICHEIRO = "A" AND IGNORAR-AUSENTE = "S"
              CONTINUE
           ELSE
              PERFORM PREPARAR-REGISTO-CATALOGO
              MOVE "F" TO REG-CPA-TIPO
              MOVE NOME-FICHEIRO-ATUAL TO REG-CPA-FICHEIRO
              MOVE REGISTOS-FICHEIRO TO REG-CPA-REGISTOS
              MOVE ESTADO-FICHEIRO TO REG-CPA-ESTADO
              WRITE REG-COPIA
              ADD 1 TO COPIA-FICHEIROS
              ADD REGISTOS-FICHEIRO TO COPIA-REGISTOS
           END-IF.
      *-----------------------------------------------------------------
      * Reposicao de uma geracao completa que ainda esteja guardada
      * (posicao nao reutilizada por uma copia posterior).
      *-----------------------------------------------------------------
       REPOR-GERACAO.
           IF COPIA-GERACAO = 0 OR COPIA-GERACAO > ULTIMA-GERACAO
              OR GERACAO-REPONIVEL NOT = "S"
              STRING "GERACAO " COPIA-GERACAO
                     " NAO EXISTE OU NAO ESTA COMPLETA"
                     DELIMITED BY SIZE INTO COPIA-MENSAGEM
              END-STRING
           ELSE
              IF ULTIMA-GERACAO - COPIA-GERACAO
                 NOT < GERACOES-GUARDADAS
                 STRING "GERACAO " COPIA-GERACAO
                        " JA FOI SUBSTITUIDA"
                        DELIMITED BY SIZE INTO COPIA-MENSAGEM
                 END-STRING
              ELSE
                 PERFORM REPOR-FICHEIROS
              END-IF
           END-IF.
       REPOR-FICHEIROS.
           MOVE COPIA-GERACAO TO GERACAO-ATUAL.
           MOVE "N" TO IGNORAR-AUSENTE.
           PERFORM VARYING IDX-FICHEIRO FROM 1 BY 1
              UNTIL IDX-FICHEIRO > NUM-FICHEIROS-FIXOS
              MOVE NOME-FIXO(IDX-FICHEIRO) TO NOME-FICHEIRO-ATUAL
              MOVE DESENHO-FIXO(IDX-FICHEIRO) TO DESENHO-FICHEIRO
              PERFORM REPOR-UM-FICHEIRO
           END-PERFORM.
           PERFORM VARYING ANO-FICHEIRO FROM 2000 BY 1
              UNTIL ANO-FICHEIRO > ANO-LIMITE
              MOVE ANO-FICHEIRO TO ANO-HIST-TRABALHO
              MOVE NOME-HIST-TRABALHO TO NOME-FICHEIRO-ATUAL
              MOVE 1 TO DESENHO-FICHEIRO
              COMPUTE IDX-ANO = ANO-FICHEIRO - 1999
              IF ANO-NA-GERACAO(IDX-ANO) = "S"
                 PERFORM REPOR-UM-FICHEIRO
              ELSE
                 PERFORM ESVAZIAR-FICHEIRO
              END-IF
           END-PERFORM.
           PERFORM PEGAR-HORA.
           PERFORM ABRIR-CATALOGO.
           IF FS-COPIAS = "00"
              PERFORM PREPARAR-REGISTO-CATALOGO
              MOVE "R" TO REG-CPA-TIPO
              MOVE COPIA-REGISTOS TO REG-CPA-REGISTOS
              IF FICHEIROS-COM-ERRO = 0
                 MOVE "C" TO REG-CPA-ESTADO
              ELSE
                 MOVE "E" TO REG-CPA-ESTADO
              END-IF
              WRITE REG-COPIA
              CLOSE FICHEIRO-COPIAS
           END-IF.
           IF FICHEIROS-COM-ERRO = 0
              MOVE "F" TO COPIA-ESTADO
              STRING "GERACAO " GERACAO-ATUAL " REPOSTA"
                     DELIMITED BY SIZE INTO COPIA-MENSAGEM
              END-STRING
           ELSE
              MOVE FICHEIROS-COM-ERRO TO ERROS-EDIT
              STRING "REPOSICAO COM " ERROS-EDIT
                     " FICHEIRO(S) EM ERRO"
                     DELIMITED BY SIZE INTO COPIA-MENSAGEM
              END-STRING
           END-IF.
       REPOR-UM-FICHEIRO.
           PERFORM MONTAR-NOME-COPIA.
           MOVE NOME-COPIA TO NOME-ORIGEM.
           MOVE NOME-FICHEIRO-ATUAL TO NOME-DESTINO.
           PERFORM COPIAR-FICHEIRO.
           ADD 1 TO COPIA-FICHEIROS.
           ADD REGISTOS-FICHEIRO TO COPIA-REGISTOS.
      *-----------------------------------------------------------------
      * Ano HISTAAAA que existe agora mas nao estava na geracao: fica
      * vazio, como estava (ausente) no momento da copia.
      *-----------------------------------------------------------------
       ESVAZIAR-FICHEIRO.
           MOVE NOME-FICHEIRO-ATUAL TO NOME-ORIGEM.
           MOVE NOME-FICHEIRO-ATUAL TO NOME-DESTINO.
           PERFORM ABRIR-ORIGEM.
           IF FS-ORIGEM = "00"
              PERFORM FECHAR-ORIGEM
              PERFORM ABRIR-DESTINO
              IF FS-DESTINO = "00"
                 PERFORM FECHAR-DESTINO
              ELSE
                 ADD 1 TO FICHEIROS-COM-ERRO
                 DISPLAY "ERRO AO ESVAZIAR " NOME-DESTINO
                    " - ESTADO " FS-DESTINO
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Copia registo a registo de NOME-ORIGEM para NOME-DESTINO com o
      * desenho DESENHO-FICHEIRO. ESTADO-FICHEIRO: C copiado, A origem
      * ausente (numa copia nova fica um destino vazio), E erro.
      *-----------------------------------------------------------------
       COPIAR-FICHEIRO.
           MOVE 0 TO REGISTOS-FICHEIRO.
           MOVE "C" TO ESTADO-FICHEIRO.
           MOVE "00" TO FS-DESTINO.
           PERFORM ABRIR-ORIGEM.
           EVALUATE TRUE
              WHEN FS-ORIGEM = "35" AND COPIA-GUARDAR
                 MOVE "A" TO ESTADO-FICHEIRO
                 IF IGNORAR-AUSENTE = "N"
                    PERFORM ABRIR-DESTINO
                    IF FS-DESTINO = "00"
                       PERFORM FECHAR-DESTINO
                    ELSE
                       MOVE "E" TO ESTADO-FICHEIRO
                    END-IF
                 END-IF
              WHEN FS-ORIGEM NOT = "00"
                 MOVE "E" TO ESTADO-FICHEIRO
              WHEN OTHER
                 PERFORM ABRIR-DESTINO
                 IF FS-DESTINO NOT = "00"
                    MOVE "E" TO ESTADO-FICHEIRO
                 ELSE
                    PERFORM COPIAR-REGISTOS
                    PERFORM FECHAR-DESTINO
                 END-IF
                 PERFORM FECHAR-ORIGEM
           END-EVALUATE.
           IF ESTADO-FICHEIRO = "E"
              ADD 1 TO FICHEIROS-COM-ERRO
              DISPLAY "ERRO NA COPIA DE " NOME-ORIGEM " PARA "
                 NOME-DESTINO
              DISPLAY "   ESTADO LEITURA " FS-ORIGEM
                 " ESCRITA " FS-DESTINO
           END-IF.
       COPIAR-REGISTOS.
           MOVE "N" TO FIM-ORIGEM.
           PERFORM LER-ORIGEM.
           PERFORM UNTIL FIM-ORIGEM = "S"
              IF FS-ORIGEM NOT = "00"
                 MOVE "E" TO ESTADO-FICHEIRO
                 MOVE "S" TO FIM-ORIGEM
              ELSE
                 PERFORM GRAVAR-DESTINO
                 IF FS-DESTINO NOT = "00"
                    MOVE "E" TO ESTADO-FICHEIRO
                    MOVE "S" TO FIM-ORIGEM
                 ELSE
                    ADD 1 TO REGISTOS-FICHEIRO
                    PERFORM LER-ORIGEM
                 END-IF
              END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * Abrir, ler, gravar e fechar pelo desenho do ficheiro. Nos dois
      * indexados a origem e o destino trocam com a operacao.
      *-----------------------------------------------------------------
       ABRIR-ORIGEM.
           EVALUATE DESENHO-FICHEIRO
              WHEN 1
                 OPEN INPUT ORIGEM-PEDIDOS
              WHEN 2
                 OPEN INPUT ORIGEM-CONTROLO
              WHEN 3
                 OPEN INPUT ORIGEM-FECHO
              WHEN 4
                 OPEN INPUT ORIGEM-ABERTURA
              WHEN 5
                 OPEN INPUT ORIGEM-ENTREGAS
              WHEN 6
                 OPEN INPUT ORIGEM-COZINHA
              WHEN 7
                 OPEN INPUT ORIGEM-STOCK
              WHEN 8
                 OPEN INPUT ORIGEM-CAIXA
              WHEN 9
                 OPEN INPUT ORIGEM-RESUMOS
              WHEN 10
                 OPEN INPUT ORIGEM-AUDITORIA
              WHEN 11
                 OPEN INPUT ORIGEM-QUEBRAS
              WHEN 12
                 OPEN INPUT ORIGEM-CONTAGENS
              WHEN 13
                 OPEN INPUT ORIGEM-COMPRAS
              WHEN 14
                 OPEN INPUT ORIGEM-FORNECEDORES
              WHEN 15
                 OPEN INPUT ORIGEM-ENCOMENDAS
              WHEN 16
                 OPEN INPUT ORIGEM-ESTAFETAS
              WHEN 17
                 OPEN INPUT ORIGEM-PROMOS
              WHEN 18
                 OPEN INPUT ORIGEM-OPERADORES
              WHEN 19
                 OPEN INPUT ORIGEM-VALES
              WHEN 20
                 OPEN INPUT ORIGEM-MOVVALES
              WHEN 21
                 OPEN INPUT ORIGEM-NOITE
              WHEN 22
                 OPEN INPUT ORIGEM-RECUPERA
              WHEN 23
                 IF COPIA-GUARDAR
                    OPEN INPUT FICHEIRO-PRECOS
                    MOVE FS-INDEXADO TO FS-ORIGEM
                 ELSE
                    OPEN INPUT SEGURO-PRECOS
                    MOVE FS-SEGURO TO FS-ORIGEM
                 END-IF
              WHEN 24
                 IF COPIA-GUARDAR
                    OPEN INPUT FICHEIRO-CLIENTES
                    MOVE FS-INDEXADO TO FS-ORIGEM
                 ELSE
                    OPEN INPUT SEGURO-CLIENTES
                    MOVE FS-SEGURO TO FS-ORIGEM
                 END-IF
              WHEN 25
                 OPEN INPUT ORIGEM-RGPD
           END-EVALUATE.
       ABRIR-DESTINO.
           EVALUATE DESENHO-FICHEIRO
              WHEN 1
                 OPEN OUTPUT DESTINO-PEDIDOS
              WHEN 2
                 OPEN OUTPUT DESTINO-CONTROLO
              WHEN 3
                 OPEN OUTPUT DESTINO-FECHO
              WHEN 4
                 OPEN OUTPUT DESTINO-ABERTURA
              WHEN 5
                 OPEN OUTPUT DESTINO-ENTREGAS
              WHEN 6
                 OPEN OUTPUT DESTINO-COZINHA
              WHEN 7
                 OPEN OUTPUT DESTINO-STOCK
              WHEN 8
                 OPEN OUTPUT DESTINO-CAIXA
              WHEN 9
                 OPEN OUTPUT DESTINO-RESUMOS
              WHEN 10
                 OPEN OUTPUT DESTINO-AUDITORIA
              WHEN 11
                 OPEN OUTPUT DESTINO-QUEBRAS
              WHEN 12
                 OPEN OUTPUT DESTINO-CONTAGENS
              WHEN 13
                 OPEN OUTPUT DESTINO-COMPRAS
              WHEN 14
                 OPEN OUTPUT DESTINO-FORNECEDORES
              WHEN 15
                 OPEN OUTPUT DESTINO-ENCOMENDAS
              WHEN 16
                 OPEN OUTPUT DESTINO-ESTAFETAS
              WHEN 17
                 OPEN OUTPUT DESTINO-PROMOS
              WHEN 18
                 OPEN OUTPUT DESTINO-OPERADORES
              WHEN 19
                 OPEN OUTPUT DESTINO-VALES
              WHEN 20
                 OPEN OUTPUT DESTINO-MOVVALES
              WHEN 21
                 OPEN OUTPUT DESTINO-NOITE
              WHEN 22
                 OPEN OUTPUT DESTINO-RECUPERA
              WHEN 23
                 IF COPIA-GUARDAR
                    OPEN OUTPUT SEGURO-PRECOS
                    MOVE FS-SEGURO TO FS-DESTINO
                 ELSE
                    OPEN OUTPUT FICHEIRO-PRECOS
                    MOVE FS-INDEXADO TO FS-DESTINO
                 END-IF
              WHEN 24
                 IF COPIA-GUARDAR
                    OPEN OUTPUT SEGURO-CLIENTES
                    MOVE FS-SEGURO TO FS-DESTINO
                 ELSE
                    OPEN OUTPUT FICHEIRO-CLIENTES
                    MOVE FS-INDEXADO TO FS-DESTINO
                 END-IF
              WHEN 25
                 OPEN OUTPUT DESTINO-RGPD
           END-EVALUATE.
       LER-ORIGEM.
           EVALUATE DESENHO-FICHEIRO
              WHEN 1
                 READ ORIGEM-PEDIDOS
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 2
                 READ ORIGEM-CONTROLO
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 3
                 READ ORIGEM-FECHO
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 4
                 READ ORIGEM-ABERTURA
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 5
                 READ ORIGEM-ENTREGAS
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 6
                 READ ORIGEM-COZINHA
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 7
                 READ ORIGEM-STOCK
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 8
                 READ ORIGEM-CAIXA
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 9
                 READ ORIGEM-RESUMOS
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 10
                 READ ORIGEM-AUDITORIA
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 11
                 READ ORIGEM-QUEBRAS
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 12
                 READ ORIGEM-CONTAGENS
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 13
                 READ ORIGEM-COMPRAS
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 14
                 READ ORIGEM-FORNECEDORES
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 15
                 READ ORIGEM-ENCOMENDAS
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 16
                 READ ORIGEM-ESTAFETAS
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 17
                 READ ORIGEM-PROMOS
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 18
                 READ ORIGEM-OPERADORES
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 19
                 READ ORIGEM-VALES
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 20
                 READ ORIGEM-MOVVALES
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 21
                 READ ORIGEM-NOITE
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 22
                 READ ORIGEM-RECUPERA
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
              WHEN 23
                 IF COPIA-GUARDAR
                    READ FICHEIRO-PRECOS NEXT RECORD
                       AT END MOVE "S" TO FIM-ORIGEM
                    END-READ
                    MOVE FS-INDEXADO TO FS-ORIGEM
                 ELSE
                    READ SEGURO-PRECOS
                       AT END MOVE "S" TO FIM-ORIGEM
                    END-READ
                    MOVE FS-SEGURO TO FS-ORIGEM
                 END-IF
              WHEN 24
                 IF COPIA-GUARDAR
                    READ FICHEIRO-CLIENTES NEXT RECORD
                       AT END MOVE "S" TO FIM-ORIGEM
                    END-READ
                    MOVE FS-INDEXADO TO FS-ORIGEM
                 ELSE
                    READ SEGURO-CLIENTES
                       AT END MOVE "S" TO FIM-ORIGEM
                    END-READ
                    MOVE FS-SEGURO TO FS-ORIGEM
                 END-IF
              WHEN 25
                 READ ORIGEM-RGPD
                    AT END MOVE "S" TO FIM-ORIGEM
                 END-READ
           END-EVALUATE.
       GRAVAR-DESTINO.
           EVALUATE DESENHO-FICHEIRO
              WHEN 1
                 WRITE DST-PEDIDO FROM ORG-PEDIDO
              WHEN 2
                 WRITE DST-CONTROLO FROM ORG-CONTROLO
              WHEN 3
                 WRITE DST-FECHO FROM ORG-FECHO
              WHEN 4
                 WRITE DST-ABERTURA FROM ORG-ABERTURA
              WHEN 5
                 WRITE DST-ENTREGA FROM ORG-ENTREGA
              WHEN 6
                 WRITE DST-COZINHA FROM ORG-COZINHA
              WHEN 7
                 WRITE DST-STOCK FROM ORG-STOCK
              WHEN 8
                 WRITE DST-CAIXA FROM ORG-CAIXA
              WHEN 9
                 WRITE DST-RESUMO FROM ORG-RESUMO
              WHEN 10
                 WRITE DST-AUDITORIA FROM ORG-AUDITORIA
              WHEN 11
                 WRITE DST-QUEBRA FROM ORG-QUEBRA
              WHEN 12
                 WRITE DST-CONTAGEM FROM ORG-CONTAGEM
              WHEN 13
                 WRITE DST-COMPRA FROM ORG-COMPRA
              WHEN 14
                 WRITE DST-FORNECEDOR FROM ORG-FORNECEDOR
              WHEN 15
                 WRITE DST-ENCOMENDA FROM ORG-ENCOMENDA
              WHEN 16
                 WRITE DST-ESTAFETA FROM ORG-ESTAFETA
              WHEN 17
                 WRITE DST-PROMO FROM ORG-PROMO
              WHEN 18
                 WRITE DST-OPERADOR-FICHA FROM ORG-OPERADOR-FICHA
              WHEN 19
                 WRITE DST-VALE FROM ORG-VALE
              WHEN 20
                 WRITE DST-MOVIMENTO-VALE FROM ORG-MOVIMENTO-VALE
              WHEN 21
                 WRITE DST-NOITE FROM ORG-NOITE
              WHEN 22
                 WRITE DST-RECUPERA FROM ORG-RECUPERA
              WHEN 23
                 IF COPIA-GUARDAR
                    WRITE SEG-PRECO FROM REG-PRECO
                    MOVE FS-SEGURO TO FS-DESTINO
                 ELSE
                    WRITE REG-PRECO FROM SEG-PRECO
                       INVALID KEY MOVE "22" TO FS-INDEXADO
                    END-WRITE
                    MOVE FS-INDEXADO TO FS-DESTINO
                 END-IF
              WHEN 24
                 IF COPIA-GUARDAR
                    WRITE SEG-CLIENTE-HIST FROM REG-CLIENTE-HIST
                    MOVE FS-SEGURO TO FS-DESTINO
                 ELSE
                    WRITE REG-CLIENTE-HIST FROM SEG-CLIENTE-HIST
                       INVALID KEY MOVE "22" TO FS-INDEXADO
                    END-WRITE
                    MOVE FS-INDEXADO TO FS-DESTINO
                 END-IF
              WHEN 25
                 WRITE DST-RGPD FROM ORG-RGPD
           END-EVALUATE.
       FECHAR-ORIGEM.
           EVALUATE DESENHO-FICHEIRO
              WHEN 1
                 CLOSE ORIGEM-PEDIDOS
              WHEN 2
                 CLOSE ORIGEM-CONTROLO
              WHEN 3
                 CLOSE ORIGEM-FECHO
              WHEN 4
                 CLOSE ORIGEM-ABERTURA
              WHEN 5
                 CLOSE ORIGEM-ENTREGAS
              WHEN 6
                 CLOSE ORIGEM-COZINHA
              WHEN 7
                 CLOSE ORIGEM-STOCK
              WHEN 8
                 CLOSE ORIGEM-CAIXA
              WHEN 9
                 CLOSE ORIGEM-RESUMOS
              WHEN 10
                 CLOSE ORIGEM-AUDITORIA
              WHEN 11
                 CLOSE ORIGEM-QUEBRAS
              WHEN 12
                 CLOSE ORIGEM-CONTAGENS
              WHEN 13
                 CLOSE ORIGEM-COMPRAS
              WHEN 14
                 CLOSE ORIGEM-FORNECEDORES
              WHEN 15
                 CLOSE ORIGEM-ENCOMENDAS
              WHEN 16
                 CLOSE ORIGEM-ESTAFETAS
              WHEN 17
                 CLOSE ORIGEM-PROMOS
              WHEN 18
                 CLOSE ORIGEM-OPERADORES
              WHEN 19
                 CLOSE ORIGEM-VALES
              WHEN 20
                 CLOSE ORIGEM-MOVVALES
              WHEN 21
                 CLOSE ORIGEM-NOITE
              WHEN 22
                 CLOSE ORIGEM-RECUPERA
              WHEN 23
                 IF COPIA-GUARDAR
                    CLOSE FICHEIRO-PRECOS
                 ELSE
                    CLOSE SEGURO-PRECOS
                 END-IF
              WHEN 24
                 IF COPIA-GUARDAR
                    CLOSE FICHEIRO-CLIENTES
                 ELSE
                    CLOSE SEGURO-CLIENTES
                 END-IF
              WHEN 25
                 CLOSE ORIGEM-RGPD
           END-EVALUATE.
       FECHAR-DESTINO.
           EVALUATE DESENHO-FICHEIRO
              WHEN 1
                 CLOSE DESTINO-PEDIDOS
              WHEN 2
                 CLOSE DESTINO-CONTROLO
              WHEN 3
                 CLOSE DESTINO-FECHO
              WHEN 4
                 CLOSE DESTINO-ABERTURA
              WHEN 5
                 CLOSE DESTINO-ENTREGAS
              WHEN 6
                 CLOSE DESTINO-COZINHA
              WHEN 7
                 CLOSE DESTINO-STOCK
              WHEN 8
                 CLOSE DESTINO-CAIXA
              WHEN 9
                 CLOSE DESTINO-RESUMOS
              WHEN 10
                 CLOSE DESTINO-AUDITORIA
              WHEN 11
                 CLOSE DESTINO-QUEBRAS
              WHEN 12
                 CLOSE DESTINO-CONTAGENS
              WHEN 13
                 CLOSE DESTINO-COMPRAS
              WHEN 14
                 CLOSE DESTINO-FORNECEDORES
              WHEN 15
                 CLOSE DESTINO-ENCOMENDAS
              WHEN 16
                 CLOSE DESTINO-ESTAFETAS
              WHEN 17
                 CLOSE DESTINO-PROMOS
              WHEN 18
                 CLOSE DESTINO-OPERADORES
              WHEN 19
                 CLOSE DESTINO-VALES
              WHEN 20
                 CLOSE DESTINO-MOVVALES
              WHEN 21
                 CLOSE DESTINO-NOITE
              WHEN 22
                 CLOSE DESTINO-RECUPERA
              WHEN 23
                 IF COPIA-GUARDAR
                    CLOSE SEGURO-PRECOS
                 ELSE
                    CLOSE FICHEIRO-PRECOS
                 END-IF
              WHEN 24
                 IF COPIA-GUARDAR
                    CLOSE SEGURO-CLIENTES
                 ELSE
                    CLOSE FICHEIRO-CLIENTES
                 END-IF
              WHEN 25
                 CLOSE DESTINO-RGPD
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Nome da copia na posicao: C + posicao + nome do ficheiro.
      *-----------------------------------------------------------------
       MONTAR-NOME-COPIA.
           MOVE SPACES TO NOME-COPIA.
           STRING "C" POSICAO-ATUAL NOME-FICHEIRO-ATUAL
                  DELIMITED BY SIZE INTO NOME-COPIA
           END-STRING.
       ABRIR-CATALOGO.
           OPEN EXTEND FICHEIRO-COPIAS.
           IF FS-COPIAS NOT = "00"
              OPEN OUTPUT FICHEIRO-COPIAS
           END-IF.
       PREPARAR-REGISTO-CATALOGO.
           MOVE SPACES TO REG-COPIA.
           MOVE GERACAO-ATUAL TO REG-CPA-GERACAO.
           MOVE POSICAO-ATUAL TO REG-CPA-POSICAO.
           MOVE DATA-SISTEMA TO REG-CPA-DATA.
           MOVE HORA-FORMATADA TO REG-CPA-HORA.
           MOVE COPIA-MOTIVO TO REG-CPA-MOTIVO.
           MOVE 0 TO REG-CPA-REGISTOS.
           MOVE COPIA-OPERADOR TO REG-CPA-OPERADOR.
       PEGAR-HORA.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           STRING HORA-SISTEMA(1:2) ":"
                  HORA-SISTEMA(3:2) ":"
                  HORA-SISTEMA(5:2)
                  DELIMITED BY SIZE
                  INTO HORA-FORMATADA
           END-STRING.
           END PROGRAM 826_PIZZARIA_COPIAS.
