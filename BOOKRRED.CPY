       05  BOOKRRED-CTRL.
           10 BOOKRRED-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRRED-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRRED-REG.
           10 BOOKRRED-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKRRED-REG-COD-REDE    PIC 9(005)          VALUE ZEROS.
           10 BOOKRRED-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRRED-REG-QTD-REDES   PIC 9(005)          VALUE ZEROS.
           10 BOOKRRED-REG-QTD-LINHAS  PIC 9(007)          VALUE ZEROS.
           10 BOOKRRED-REG-VALOR-TOTAL PIC 9(013)V9(002)   VALUE ZEROS.
