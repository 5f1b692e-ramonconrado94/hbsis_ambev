       05  BOOKESTR-CTRL.
           10 BOOKESTR-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKESTR-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKESTR-REG.
           10 BOOKESTR-REG-DATA-MOVTO  PIC 9(008)          VALUE ZEROS.
           10 BOOKESTR-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKESTR-REG-QTD-PRODUTOS
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKESTR-REG-QTD-SEM-SALDO
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKESTR-REG-QTD-MOVIMENTOS
                                       PIC 9(007)          VALUE ZEROS.
