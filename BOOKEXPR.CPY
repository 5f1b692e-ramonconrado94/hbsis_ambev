       05  BOOKEXPR-CTRL.
           10 BOOKEXPR-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKEXPR-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKEXPR-REG.
           10 BOOKEXPR-REG-DATA-REFERENCIA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKEXPR-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKEXPR-REG-QTD-LIDAS   PIC 9(007)          VALUE ZEROS.
           10 BOOKEXPR-REG-QTD-EXPURGADAS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKEXPR-REG-QTD-LINHAS-EXPURG
                                       PIC 9(009)          VALUE ZEROS.
