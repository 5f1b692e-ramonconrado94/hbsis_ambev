                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKAGIN-REG-QTD-SEM-VISITA
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKAGIN-REG-BASE-RECONST
                                       PIC 9(014)          VALUE ZEROS.
