       05  BOOKRENT-CTRL.
           10 BOOKRENT-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKRENT-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKRENT-REG.
           10 BOOKRENT-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKRENT-REG-COD-VEND    PIC 9(005)          VALUE ZEROS.
           10 BOOKRENT-REG-CUSTO-VISITA
                                       PIC 9(005)V9(002)   VALUE ZEROS.
           10 BOOKRENT-REG-CUSTO-KM    PIC 9(003)V9(004)   VALUE ZEROS.
           10 BOOKRENT-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKRENT-REG-QTD-CLIENTES
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRENT-REG-QTD-VENDEDORES
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKRENT-REG-QTD-DEFICITARIOS
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRENT-REG-QTD-SEM-CUSTO
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKRENT-REG-CONTRIBUICAO
                                       PIC S9(013)V9(002)  VALUE ZEROS.
