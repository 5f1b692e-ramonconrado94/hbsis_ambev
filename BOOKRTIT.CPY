       05  BOOKRTIT-CTRL.
           10 BOOKRTIT-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRTIT-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRTIT-REG.
           10 BOOKRTIT-REG-DATA-REFERENCIA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKRTIT-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRTIT-REG-QTD-CLIENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRTIT-REG-VALOR-ABERTO
                                       PIC 9(011)V9(002)   VALUE ZEROS.
           10 BOOKRTIT-REG-VALOR-VENCIDO
                                       PIC 9(011)V9(002)   VALUE ZEROS.
