       05  BOOKRPRM-CTRL.
           10 BOOKRPRM-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRPRM-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRPRM-REG.
           10 BOOKRPRM-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKRPRM-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRPRM-REG-QTD-PROMOCOES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKRPRM-REG-QTD-ITENS   PIC 9(007)          VALUE ZEROS.
           10 BOOKRPRM-REG-VALOR-DESCONTO
                                       PIC 9(011)V9(002)   VALUE ZEROS.
