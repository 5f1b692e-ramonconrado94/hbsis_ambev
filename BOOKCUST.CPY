       05  BOOKCUST-CTRL.
           10 BOOKCUST-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKCUST-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKCUST-REG.
           10 BOOKCUST-REG-SERVICO     PIC X(001)          VALUE SPACES.
           10 BOOKCUST-REG-COD-PRODUTO PIC 9(005)          VALUE ZEROS.
           10 BOOKCUST-REG-DATA-INICIO PIC 9(008)          VALUE ZEROS.
           10 BOOKCUST-REG-DATA-FIM    PIC 9(008)          VALUE ZEROS.
           10 BOOKCUST-REG-CUSTO-UNITARIO
                                       PIC 9(009)V9(002)   VALUE ZEROS.
           10 BOOKCUST-REG-OPERADOR    PIC X(010)          VALUE SPACES.
