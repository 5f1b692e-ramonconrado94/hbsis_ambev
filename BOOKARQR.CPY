       05  BOOKARQR-CTRL.
           10 BOOKARQR-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKARQR-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKARQR-REG.
           10 BOOKARQR-REG-SERVICO     PIC X(001)          VALUE SPACES.
               88 BOOKARQR-ARQUIVAMENTO                    VALUE 'A'.
               88 BOOKARQR-LISTAGEM                        VALUE 'L'.
               88 BOOKARQR-VISUALIZACAO                    VALUE 'V'.
               88 BOOKARQR-RETENCAO                        VALUE 'R'.
           10 BOOKARQR-REG-ARQUIVO     PIC X(040)          VALUE SPACES.
           10 BOOKARQR-REG-RELATORIO   PIC X(008)          VALUE SPACES.
           10 BOOKARQR-REG-PROGRAMA    PIC X(008)          VALUE SPACES.
           10 BOOKARQR-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKARQR-REG-PARAMETROS  PIC X(080)          VALUE SPACES.
           10 BOOKARQR-REG-DATA-INICIO PIC 9(008)          VALUE ZEROS.
           10 BOOKARQR-REG-DATA-FIM    PIC 9(008)          VALUE ZEROS.
           10 BOOKARQR-REG-NUM-ENTRADA PIC 9(007)          VALUE ZEROS.
           10 BOOKARQR-REG-LINHA-INICIAL
                                       PIC 9(007)          VALUE ZEROS.
           10 BOOKARQR-REG-DIAS-RETENCAO
                                       PIC 9(005)          VALUE ZEROS.
           10 BOOKARQR-REG-QTD-LINHAS  PIC 9(007)          VALUE ZEROS.
           10 BOOKARQR-REG-QTD-ENTRADAS
                                       PIC 9(005)          VALUE ZEROS.
