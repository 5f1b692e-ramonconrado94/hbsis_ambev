           10 BOOKPROD-REG-QTD-VISITAS PIC 9(007)          VALUE ZEROS.
           10 BOOKPROD-REG-QTD-VENDEDORES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKPROD-REG-COD-SUPERVISOR
                                       PIC 9(005)          VALUE ZEROS.
