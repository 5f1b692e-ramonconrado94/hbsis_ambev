       05  BOOKPOSI-CTRL.
           10 BOOKPOSI-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKPOSI-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKPOSI-REG.
           10 BOOKPOSI-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKPOSI-REG-COD-VEND    PIC 9(005)          VALUE ZEROS.
           10 BOOKPOSI-REG-QTD-ACAO    PIC 9(003)          VALUE ZEROS.
           10 BOOKPOSI-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKPOSI-REG-QTD-CATALOGO
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKPOSI-REG-QTD-CLIENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKPOSI-REG-QTD-POSITIVADOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKPOSI-REG-QTD-LISTA-ACAO
                                       PIC 9(005)          VALUE ZEROS.
