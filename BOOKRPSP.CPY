       05  BOOKRPSP-CTRL.
           10 BOOKRPSP-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRPSP-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRPSP-REG.
           10 BOOKRPSP-REG-DATA-INICIO PIC 9(008)          VALUE ZEROS.
           10 BOOKRPSP-REG-DATA-FIM    PIC 9(008)          VALUE ZEROS.
           10 BOOKRPSP-REG-COD-VEND    PIC 9(005)          VALUE ZEROS.
           10 BOOKRPSP-REG-COD-SUPERVISOR
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKRPSP-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRPSP-REG-QTD-PROSPECTS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRPSP-REG-QTD-CONVERTIDOS
                                       PIC 9(007)          VALUE ZEROS.
