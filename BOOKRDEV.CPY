       05  BOOKRDEV-CTRL.
           10 BOOKRDEV-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRDEV-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRDEV-REG.
           10 BOOKRDEV-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKRDEV-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRDEV-REG-QTD-DEVOLUCOES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRDEV-REG-VALOR-TOTAL PIC 9(011)V9(002)   VALUE ZEROS.
