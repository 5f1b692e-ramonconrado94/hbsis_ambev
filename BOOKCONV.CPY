           10 BOOKCONV-REG-QTD-VISITAS PIC 9(007)          VALUE ZEROS.
           10 BOOKCONV-REG-QTD-CONVERTIDAS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKCONV-REG-COD-SUPERVISOR
                                       PIC 9(005)          VALUE ZEROS.
