       05  BOOKCATE-CTRL.
           10 BOOKCATE-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKCATE-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKCATE-REG.
           10 BOOKCATE-REG-SERVICO     PIC X(001)          VALUE SPACES.
           10 BOOKCATE-REG-CODIGO      PIC 9(003)          VALUE ZEROS.
           10 BOOKCATE-REG-DESCRICAO   PIC X(040)          VALUE SPACES.
           10 BOOKCATE-REG-STATUS      PIC X(001)          VALUE SPACES.
               88 BOOKCATE-REG-ATIVA                       VALUE 'A'.
               88 BOOKCATE-REG-INATIVA                     VALUE 'I'.
           10 BOOKCATE-REG-OPERADOR    PIC X(010)          VALUE SPACES.
