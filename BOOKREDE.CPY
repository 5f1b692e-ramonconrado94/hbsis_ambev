       05  BOOKREDE-CTRL.
           10 BOOKREDE-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKREDE-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKREDE-REG.
           10 BOOKREDE-REG-SERVICO     PIC X(001)          VALUE SPACES.
           10 BOOKREDE-REG-CODIGO      PIC 9(005)          VALUE ZEROS.
           10 BOOKREDE-REG-NOME        PIC X(040)          VALUE SPACES.
           10 BOOKREDE-REG-GERENTE-CONTA
                                       PIC X(040)          VALUE SPACES.
           10 BOOKREDE-REG-LIMITE-CREDITO
                                       PIC 9(011)V9(002)   VALUE ZEROS.
           10 BOOKREDE-REG-BLOQ-FINANCEIRO
                                       PIC X(001)          VALUE 'N'.
           10 BOOKREDE-REG-STATUS      PIC X(001)          VALUE SPACES.
           10 BOOKREDE-REG-OPERADOR    PIC X(010)          VALUE SPACES.
