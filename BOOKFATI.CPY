       05  BOOKFATI-CTRL.
           10 BOOKFATI-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKFATI-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKFATI-REG.
           10 BOOKFATI-REG-ARQUIVO     PIC X(040)          VALUE SPACES.
           10 BOOKFATI-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKFATI-REG-QTD-LIDOS   PIC 9(007)          VALUE ZEROS.
           10 BOOKFATI-REG-QTD-FATURADOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKFATI-REG-QTD-RECUSADOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKFATI-REG-QTD-REJEITADOS
                                       PIC 9(007)          VALUE ZEROS.
