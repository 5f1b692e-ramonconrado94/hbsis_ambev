       05  BOOKREQP-CTRL.
           10 BOOKREQP-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKREQP-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKREQP-REG.
           10 BOOKREQP-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKREQP-REG-COD-SUPERVISOR
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKREQP-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKREQP-REG-QTD-VENDEDORES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKREQP-REG-QTD-SUPERVISORES
                                       PIC 9(005)          VALUE ZEROS.
