       05  BOOKCPAR-CTRL.
           10 BOOKCPAR-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKCPAR-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKCPAR-REG.
           10 BOOKCPAR-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKCPAR-REG-QTD-INCLUIDOS
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKCPAR-REG-QTD-EXISTENTES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKCPAR-REG-QTD-REJEITADOS
                                       PIC 9(005)          VALUE ZEROS.
