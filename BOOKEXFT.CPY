       05  BOOKEXFT-CTRL.
           10 BOOKEXFT-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKEXFT-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKEXFT-REG.
           10 BOOKEXFT-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKEXFT-REG-QTD-PEDIDOS PIC 9(007)          VALUE ZEROS.
           10 BOOKEXFT-REG-QTD-ITENS   PIC 9(007)          VALUE ZEROS.
           10 BOOKEXFT-REG-VALOR-TOTAL PIC 9(013)V9(002)   VALUE ZEROS.
