           10 BOOKCOBV-REG-QTD-VEND   PIC 9(005)          VALUE ZEROS.
           10 BOOKCOBV-REG-QTD-CLIE   PIC 9(007)          VALUE ZEROS.
           10 BOOKCOBV-REG-COD-FILIAL PIC 9(004)          VALUE ZEROS.
           10 BOOKCOBV-REG-BASE-RECONST
                                      PIC 9(014)          VALUE ZEROS.
