                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKADER-REG-QTD-NAO-VISITADOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKADER-REG-COD-SUPERVISOR
                                       PIC 9(005)          VALUE ZEROS.
