       05  BOOKSCOR-CTRL.
           10 BOOKSCOR-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKSCOR-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKSCOR-REG.
           10 BOOKSCOR-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKSCOR-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKSCOR-REG-QTD-VENDEDORES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKSCOR-REG-PESO-META   PIC 9(003)          VALUE ZEROS.
           10 BOOKSCOR-REG-PESO-CONVERSAO
                                       PIC 9(003)          VALUE ZEROS.
           10 BOOKSCOR-REG-PESO-ADERENCIA
                                       PIC 9(003)          VALUE ZEROS.
           10 BOOKSCOR-REG-PESO-PRODUTIV
                                       PIC 9(003)          VALUE ZEROS.
           10 BOOKSCOR-REG-PESO-COBERTURA
                                       PIC 9(003)          VALUE ZEROS.
