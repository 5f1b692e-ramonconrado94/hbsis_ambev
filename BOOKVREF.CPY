       05  BOOKVREF-CTRL.
           10 BOOKVREF-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKVREF-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKVREF-REG.
           10 BOOKVREF-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKVREF-REG-QTD-LIDOS   PIC 9(009)          VALUE ZEROS.
           10 BOOKVREF-REG-QTD-VIOLACOES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKVREF-REG-QTD-REGRAS  PIC 9(002)          VALUE ZEROS.
