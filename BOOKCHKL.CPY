       05  BOOKCHKL-CTRL.
           10 BOOKCHKL-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKCHKL-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKCHKL-REG.
           10 BOOKCHKL-REG-SERVICO     PIC X(001)          VALUE SPACES.
           10 BOOKCHKL-REG-CODIGO      PIC 9(003)          VALUE ZEROS.
           10 BOOKCHKL-REG-DESCRICAO   PIC X(040)          VALUE SPACES.
           10 BOOKCHKL-REG-PESO        PIC 9(003)          VALUE ZEROS.
           10 BOOKCHKL-REG-DATA-INICIO PIC 9(008)          VALUE ZEROS.
           10 BOOKCHKL-REG-DATA-FIM    PIC 9(008)          VALUE ZEROS.
           10 BOOKCHKL-REG-CLASSE-ABC  PIC X(001)          VALUE SPACES.
           10 BOOKCHKL-REG-REGIAO      PIC 9(003)          VALUE ZEROS.
           10 BOOKCHKL-REG-STATUS      PIC X(001)          VALUE SPACES.
               88 BOOKCHKL-REG-ATIVA                       VALUE 'A'.
               88 BOOKCHKL-REG-INATIVA                     VALUE 'I'.
           10 BOOKCHKL-REG-OPERADOR    PIC X(010)          VALUE SPACES.
