       05  BOOKRCXA-CTRL.
           10 BOOKRCXA-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRCXA-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRCXA-REG.
           10 BOOKRCXA-REG-DATA-CAIXA  PIC 9(008)          VALUE ZEROS.
           10 BOOKRCXA-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRCXA-REG-QTD-VENDEDORES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKRCXA-REG-QTD-DIVERGENTES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKRCXA-REG-VALOR-ESPERADO
                                       PIC 9(011)V9(002)   VALUE ZEROS.
           10 BOOKRCXA-REG-VALOR-DECLARADO
                                       PIC 9(011)V9(002)   VALUE ZEROS.
