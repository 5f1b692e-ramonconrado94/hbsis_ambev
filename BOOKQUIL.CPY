       05  BOOKQUIL-CTRL.
           10 BOOKQUIL-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKQUIL-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKQUIL-REG.
           10 BOOKQUIL-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKQUIL-REG-VALOR-KM    PIC 9(003)V9(004)   VALUE ZEROS.
           10 BOOKQUIL-REG-LIMITE-TRECHO-KM
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKQUIL-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKQUIL-REG-QTD-VENDEDORES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKQUIL-REG-QTD-DIAS-REVISAO
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKQUIL-REG-KM-TOTAL    PIC 9(009)V9(003)   VALUE ZEROS.
           10 BOOKQUIL-REG-VALOR-TOTAL PIC 9(011)V9(002)   VALUE ZEROS.
