       05  BOOKRCOM-CTRL.
           10 BOOKRCOM-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRCOM-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRCOM-REG.
           10 BOOKRCOM-REG-DIAS-SEM-CONFIRMACAO
                                       PIC 9(004)          VALUE ZEROS.
           10 BOOKRCOM-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRCOM-REG-QTD-EM-CLIENTE
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRCOM-REG-QTD-EXCECOES
                                       PIC 9(007)          VALUE ZEROS.
