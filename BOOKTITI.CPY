       05  BOOKTITI-CTRL.
           10 BOOKTITI-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKTITI-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKTITI-REG.
           10 BOOKTITI-REG-ARQUIVO     PIC X(040)          VALUE SPACES.
           10 BOOKTITI-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKTITI-REG-QTD-LIDOS   PIC 9(007)          VALUE ZEROS.
           10 BOOKTITI-REG-QTD-INCLUIDOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKTITI-REG-QTD-ATUALIZADOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKTITI-REG-QTD-BAIXADOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKTITI-REG-QTD-REJEITADOS
                                       PIC 9(007)          VALUE ZEROS.
