       05  BOOKIPOR-CTRL.
           10 BOOKIPOR-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKIPOR-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKIPOR-REG.
           10 BOOKIPOR-REG-ARQUIVO     PIC X(040)          VALUE SPACES.
           10 BOOKIPOR-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKIPOR-REG-QTD-PEDIDOS PIC 9(007)          VALUE ZEROS.
           10 BOOKIPOR-REG-QTD-ACEITOS PIC 9(007)          VALUE ZEROS.
           10 BOOKIPOR-REG-QTD-PARCIAIS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKIPOR-REG-QTD-REJEITADOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKIPOR-REG-QTD-ITENS   PIC 9(007)          VALUE ZEROS.
           10 BOOKIPOR-REG-QTD-ITENS-ACEITOS
                                       PIC 9(007)          VALUE ZEROS.
