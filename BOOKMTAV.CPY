           10 BOOKMTAV-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKMTAV-REG-QTD-VENDEDORES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKMTAV-REG-COD-SUPERVISOR
                                       PIC 9(005)          VALUE ZEROS.
