       05  BOOKPROM-CTRL.
           10 BOOKPROM-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKPROM-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKPROM-REG.
           10 BOOKPROM-REG-SERVICO     PIC X(001)          VALUE SPACES.
           10 BOOKPROM-REG-CODIGO      PIC 9(005)          VALUE ZEROS.
           10 BOOKPROM-REG-DESCRICAO   PIC X(040)          VALUE SPACES.
           10 BOOKPROM-REG-TIPO        PIC X(001)          VALUE SPACES.
               88 BOOKPROM-TIPO-QUANTIDADE                 VALUE 'Q'.
               88 BOOKPROM-TIPO-MIX                        VALUE 'M'.
           10 BOOKPROM-REG-DATA-INICIO PIC 9(008)          VALUE ZEROS.
           10 BOOKPROM-REG-DATA-FIM    PIC 9(008)          VALUE ZEROS.
           10 BOOKPROM-REG-REGIAO      PIC 9(003)          VALUE ZEROS.
           10 BOOKPROM-REG-FILIAL      PIC 9(004)          VALUE ZEROS.
           10 BOOKPROM-REG-COD-PRODUTO PIC 9(005)          VALUE ZEROS.
           10 BOOKPROM-REG-QTD-MINIMA  PIC 9(005)          VALUE ZEROS.
           10 BOOKPROM-REG-PCT-DESCONTO
                                       PIC 9(003)V9(002)   VALUE ZEROS.
           10 BOOKPROM-REG-PRECO-FIXO  PIC 9(009)V9(002)   VALUE ZEROS.
           10 BOOKPROM-REG-PRODUTO-MIX PIC 9(005)          VALUE ZEROS.
           10 BOOKPROM-REG-STATUS      PIC X(001)          VALUE 'A'.
               88 BOOKPROM-REG-ATIVA                       VALUE 'A'.
               88 BOOKPROM-REG-INATIVA                     VALUE 'I'.
           10 BOOKPROM-REG-OPERADOR    PIC X(010)          VALUE SPACES.
