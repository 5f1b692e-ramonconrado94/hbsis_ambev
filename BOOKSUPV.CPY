       05  BOOKSUPV-CTRL.
           10 BOOKSUPV-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKSUPV-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKSUPV-REG.
           10 BOOKSUPV-REG-SERVICO     PIC X(001)          VALUE SPACES.
           10 BOOKSUPV-REG-CODIGO      PIC 9(005)          VALUE ZEROS.
           10 BOOKSUPV-REG-NOME        PIC X(040)          VALUE SPACES.
           10 BOOKSUPV-REG-COD-FILIAL  PIC 9(004)          VALUE ZEROS.
           10 BOOKSUPV-REG-COD-OPERADOR
                                       PIC X(010)          VALUE SPACES.
           10 BOOKSUPV-REG-STATUS      PIC X(001)          VALUE 'A'.
               88 BOOKSUPV-REG-ATIVO                       VALUE 'A'.
               88 BOOKSUPV-REG-INATIVO                     VALUE 'I'.
           10 BOOKSUPV-REG-OPERADOR    PIC X(010)          VALUE SPACES.
