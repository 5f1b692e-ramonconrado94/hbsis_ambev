       05  BOOKULTV-CTRL.
           10 BOOKULTV-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKULTV-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKULTV-REG.
           10 BOOKULTV-REG-SERVICO     PIC X(001)          VALUE SPACES.
               88 BOOKULTV-ATUALIZAR                       VALUE 'A'.
           10 BOOKULTV-REG-COD-CLIENTE PIC 9(007)          VALUE ZEROS.
           10 BOOKULTV-REG-DATA-REFER  PIC 9(008)          VALUE ZEROS.
           10 BOOKULTV-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKULTV-REG-DATA-ULT-VISITA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKULTV-REG-COD-VEND-ULT
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKULTV-REG-RESULTADO-ULT
                                       PIC X(001)          VALUE SPACES.
           10 BOOKULTV-REG-DATA-ULT-REALIZ
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKULTV-REG-COD-VEND-REALIZ
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKULTV-REG-QTD-VISITAS-30
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKULTV-REG-QTD-VISITAS-90
                                       PIC 9(005)          VALUE ZEROS.
