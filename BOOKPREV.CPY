       05  BOOKPREV-CTRL.
           10 BOOKPREV-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKPREV-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKPREV-REG.
           10 BOOKPREV-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKPREV-REG-MESES-HISTORICO
                                       PIC 9(002)          VALUE ZEROS.
           10 BOOKPREV-REG-MESES-MEDIA PIC 9(002)          VALUE ZEROS.
           10 BOOKPREV-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKPREV-REG-ANO-MES-APURADO
                                       PIC 9(006)          VALUE ZEROS.
           10 BOOKPREV-REG-QTD-PEDIDOS PIC 9(007)          VALUE ZEROS.
           10 BOOKPREV-REG-QTD-PREVISOES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKPREV-REG-VALOR-PREVISTO
                                       PIC 9(013)V9(002)   VALUE ZEROS.
           10 BOOKPREV-REG-QTD-APURADAS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKPREV-REG-PCT-ERRO    PIC 9(005)V9(002)   VALUE ZEROS.
