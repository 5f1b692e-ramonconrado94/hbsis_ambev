       05  BOOKRCHK-CTRL.
           10 BOOKRCHK-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRCHK-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRCHK-REG.
           10 BOOKRCHK-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKRCHK-REG-COD-VENDEDOR
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKRCHK-REG-COD-FILIAL  PIC 9(004)          VALUE ZEROS.
           10 BOOKRCHK-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRCHK-REG-QTD-RESPOSTAS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRCHK-REG-QTD-CLIENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRCHK-REG-QTD-REINCIDENCIAS
                                       PIC 9(007)          VALUE ZEROS.
