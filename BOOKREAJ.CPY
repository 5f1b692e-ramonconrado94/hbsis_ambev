       05  BOOKREAJ-CTRL.
           10 BOOKREAJ-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKREAJ-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKREAJ-REG.
           10 BOOKREAJ-REG-SERVICO     PIC X(001)          VALUE SPACES.
               88 BOOKREAJ-SIMULAR                         VALUE 'S'.
               88 BOOKREAJ-APLICAR                         VALUE 'A'.
               88 BOOKREAJ-DESFAZER                        VALUE 'D'.
               88 BOOKREAJ-CANCELAR                        VALUE 'C'.
               88 BOOKREAJ-PESQUISAR                       VALUE 'P'.
           10 BOOKREAJ-REG-NUM-LOTE    PIC 9(005)          VALUE ZEROS.
           10 BOOKREAJ-REG-TIPO        PIC X(001)          VALUE SPACES.
               88 BOOKREAJ-TIPO-PERCENTUAL                 VALUE 'P'.
               88 BOOKREAJ-TIPO-VALOR                      VALUE 'V'.
           10 BOOKREAJ-REG-PCT-REAJUSTE
                                       PIC 9(003)V9(002)   VALUE ZEROS.
           10 BOOKREAJ-REG-VALOR-REAJUSTE
                                       PIC 9(007)V9(002)   VALUE ZEROS.
           10 BOOKREAJ-REG-DATA-VIGENCIA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKREAJ-REG-ESCOPO      PIC X(001)          VALUE SPACES.
               88 BOOKREAJ-ESCOPO-TODOS                    VALUE 'T'.
               88 BOOKREAJ-ESCOPO-LISTA                    VALUE 'L'.
               88 BOOKREAJ-ESCOPO-CATEGORIA                VALUE 'C'.
           10 BOOKREAJ-REG-COD-CATEGORIA
                                       PIC 9(003)          VALUE ZEROS.
           10 BOOKREAJ-REG-LISTA-PRODUTOS.
               15 BOOKREAJ-REG-COD-PRODUTO
                                       OCCURS 10 TIMES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKREAJ-REG-ARREDONDAMENTO
                                       PIC 9(001)V9(002)   VALUE ZEROS.
           10 BOOKREAJ-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKREAJ-REG-SITUACAO    PIC X(001)          VALUE SPACES.
               88 BOOKREAJ-LOTE-PENDENTE                   VALUE 'P'.
               88 BOOKREAJ-LOTE-APLICADO                   VALUE 'A'.
               88 BOOKREAJ-LOTE-DESFEITO                   VALUE 'D'.
               88 BOOKREAJ-LOTE-CANCELADO                  VALUE 'C'.
           10 BOOKREAJ-REG-QTD-PRODUTOS
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKREAJ-REG-QTD-IGNORADOS
                                       PIC 9(005)          VALUE ZEROS.
