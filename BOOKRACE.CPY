       05  BOOKRACE-CTRL.
           10 BOOKRACE-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRACE-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRACE-REG.
           10 BOOKRACE-REG-DATA-INICIO PIC 9(008)          VALUE ZEROS.
           10 BOOKRACE-REG-DATA-FIM    PIC 9(008)          VALUE ZEROS.
           10 BOOKRACE-REG-COD-OPERADOR
                                       PIC X(010)          VALUE SPACES.
           10 BOOKRACE-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRACE-REG-QTD-OPERADORES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKRACE-REG-QTD-LINHAS  PIC 9(007)          VALUE ZEROS.
           10 BOOKRACE-REG-QTD-FORA-HORA
                                       PIC 9(007)          VALUE ZEROS.
