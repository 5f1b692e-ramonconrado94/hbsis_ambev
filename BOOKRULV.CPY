       05  BOOKRULV-CTRL.
           10 BOOKRULV-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRULV-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRULV-REG.
           10 BOOKRULV-REG-MODO        PIC X(001)          VALUE SPACES.
               88 BOOKRULV-RECONSTRUIR                     VALUE 'R'.
               88 BOOKRULV-VERIFICAR                       VALUE 'V'.
           10 BOOKRULV-REG-DATA-REFER  PIC 9(008)          VALUE ZEROS.
           10 BOOKRULV-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRULV-REG-QTD-VISITAS PIC 9(009)          VALUE ZEROS.
           10 BOOKRULV-REG-QTD-CLIENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRULV-REG-QTD-DIVERGENCIAS
                                       PIC 9(007)          VALUE ZEROS.
