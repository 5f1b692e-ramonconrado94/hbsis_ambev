       05  BOOKMARC-CTRL.
           10 BOOKMARC-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKMARC-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKMARC-REG.
           10 BOOKMARC-REG-SERVICO     PIC X(001)          VALUE SPACES.
           10 BOOKMARC-REG-CODIGO      PIC 9(004)          VALUE ZEROS.
           10 BOOKMARC-REG-DESCRICAO   PIC X(040)          VALUE SPACES.
           10 BOOKMARC-REG-FABRICANTE  PIC X(040)          VALUE SPACES.
           10 BOOKMARC-REG-STATUS      PIC X(001)          VALUE SPACES.
               88 BOOKMARC-REG-ATIVA                       VALUE 'A'.
               88 BOOKMARC-REG-INATIVA                     VALUE 'I'.
           10 BOOKMARC-REG-OPERADOR    PIC X(010)          VALUE SPACES.
