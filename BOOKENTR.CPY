       05  BOOKENTR-CTRL.
           10 BOOKENTR-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKENTR-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKENTR-REG.
           10 BOOKENTR-REG-DATA-ENTREGA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKENTR-REG-CAPAC-PESO-KG
                                       PIC 9(007)V9(003)   VALUE ZEROS.
           10 BOOKENTR-REG-CAPAC-VOLUME-M3
                                       PIC 9(005)V9(004)   VALUE ZEROS.
           10 BOOKENTR-REG-QTD-VEICULOS
                                       PIC 9(003)          VALUE ZEROS.
           10 BOOKENTR-REG-LAT-DEPOSITO
                                       PIC S9(003)V9(008)  VALUE ZEROS.
           10 BOOKENTR-REG-LON-DEPOSITO
                                       PIC S9(003)V9(008)  VALUE ZEROS.
           10 BOOKENTR-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKENTR-REG-QTD-PEDIDOS PIC 9(007)          VALUE ZEROS.
           10 BOOKENTR-REG-QTD-CARGAS  PIC 9(003)          VALUE ZEROS.
           10 BOOKENTR-REG-QTD-PENDENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKENTR-REG-DATA-PROXIMA
                                       PIC 9(008)          VALUE ZEROS.
