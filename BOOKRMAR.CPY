       05  BOOKRMAR-CTRL.
           10 BOOKRMAR-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRMAR-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRMAR-REG.
           10 BOOKRMAR-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKRMAR-REG-COD-VENDEDOR
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKRMAR-REG-COD-FILIAL  PIC 9(004)          VALUE ZEROS.
           10 BOOKRMAR-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRMAR-REG-QTD-PEDIDOS PIC 9(007)          VALUE ZEROS.
           10 BOOKRMAR-REG-QTD-LINHAS  PIC 9(007)          VALUE ZEROS.
           10 BOOKRMAR-REG-VALOR-TOTAL PIC 9(013)V9(002)   VALUE ZEROS.
