       05  BOOKRCON-CTRL.
           10 BOOKRCON-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRCON-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRCON-REG.
           10 BOOKRCON-REG-DATA-REFER  PIC 9(008)          VALUE ZEROS.
           10 BOOKRCON-REG-HORA-REFER  PIC 9(006)          VALUE ZEROS.
           10 BOOKRCON-REG-TIPO        PIC X(001)          VALUE 'T'.
               88 BOOKRCON-SO-CLIENTE                      VALUE 'C'.
               88 BOOKRCON-SO-VENDEDOR                     VALUE 'V'.
               88 BOOKRCON-TODOS                           VALUE 'T'.
           10 BOOKRCON-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRCON-REG-BASE-RECONST
                                       PIC 9(014)          VALUE ZEROS.
           10 BOOKRCON-REG-COPIA-CLIENTE
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKRCON-REG-COPIA-VENDEDOR
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKRCON-REG-QTD-CLIENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRCON-REG-QTD-VENDEDORES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKRCON-REG-QTD-EVENTOS PIC 9(007)          VALUE ZEROS.
           10 BOOKRCON-REG-QTD-PARCIAIS
                                       PIC 9(007)          VALUE ZEROS.
