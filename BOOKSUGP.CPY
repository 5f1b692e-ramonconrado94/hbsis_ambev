       05  BOOKSUGP-CTRL.
           10 BOOKSUGP-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKSUGP-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKSUGP-REG.
           10 BOOKSUGP-REG-DATA-REFERENCIA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKSUGP-REG-QTD-PEDIDOS-BASE
                                       PIC 9(002)          VALUE ZEROS.
           10 BOOKSUGP-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKSUGP-REG-QTD-CLIENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKSUGP-REG-QTD-SUGESTOES
                                       PIC 9(007)          VALUE ZEROS.
