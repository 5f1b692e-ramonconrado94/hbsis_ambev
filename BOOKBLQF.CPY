       05  BOOKBLQF-CTRL.
           10 BOOKBLQF-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKBLQF-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKBLQF-REG.
           10 BOOKBLQF-REG-DATA-REFERENCIA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKBLQF-REG-DIAS-TOLERANCIA
                                       PIC 9(003)          VALUE ZEROS.
           10 BOOKBLQF-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKBLQF-REG-QTD-CLIENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKBLQF-REG-QTD-BLOQUEADOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKBLQF-REG-QTD-DESBLOQUEADOS
                                       PIC 9(007)          VALUE ZEROS.
