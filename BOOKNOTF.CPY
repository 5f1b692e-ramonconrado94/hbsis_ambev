       05  BOOKNOTF-CTRL.
           10 BOOKNOTF-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKNOTF-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKNOTF-REG.
           10 BOOKNOTF-REG-DATA-REFERENCIA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKNOTF-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKNOTF-REG-QTD-EVENTOS PIC 9(007)          VALUE ZEROS.
           10 BOOKNOTF-REG-QTD-CLIENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKNOTF-REG-QTD-ENVIADAS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKNOTF-REG-QTD-PULADAS PIC 9(007)          VALUE ZEROS.
