       05  BOOKRFAT-CTRL.
           10 BOOKRFAT-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRFAT-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRFAT-REG.
           10 BOOKRFAT-REG-DATA-REFERENCIA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKRFAT-REG-DIAS-PENDENCIA
                                       PIC 9(003)          VALUE ZEROS.
           10 BOOKRFAT-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRFAT-REG-QTD-REJEITADOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRFAT-REG-QTD-PENDENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRFAT-REG-VALOR-PENDENTE
                                       PIC 9(013)V9(002)   VALUE ZEROS.
