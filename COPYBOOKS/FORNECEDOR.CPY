      ******************************************************************
      * Copybook: FORNECEDOR.CPY
      * Purpose:  Layout of one supplier master record in the
      *           sequential file FORNECEDORES.DAT (um registo por
      *           codigo 01..20), mantido e usado por
      *           819_PIZZARIA_COMPRAS: a entrada de mercadoria valida
      *           o codigo e grava o nome canonico, para "Makro",
      *           "MAKRO" e "makro lda" deixarem de ser tres
      *           fornecedores. Por ingrediente 01..10 guarda a
      *           embalagem (unidades de stock por embalagem, 0 = nao
      *           fornece) e o preco unitario acordado, usados na
      *           proposta de encomendas e no controlo de precos.
      ******************************************************************
       01  REG-FORNECEDOR.
           05 REG-FOR-CODIGO           PIC 9(02).
           05 REG-FOR-FICHA.
               10 REG-FOR-NOME         PIC X(20).
               10 REG-FOR-NIF          PIC 9(09).
               10 REG-FOR-ATIVO        PIC X(01).
                   88 REG-FOR-NO-ATIVO    VALUE "S".
               10 REG-FOR-ARTIGO OCCURS 10 TIMES.
                   15 REG-FOR-EMBALAGEM PIC 9(04).
                   15 REG-FOR-PRECO    PIC 9(03)V9(02).
