       05  BOOKDEVL-CTRL.
           10 BOOKDEVL-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKDEVL-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKDEVL-REG.
           10 BOOKDEVL-REG-SERVICO     PIC X(001)          VALUE SPACES.
           10 BOOKDEVL-REG-NUM-PEDIDO  PIC 9(007)          VALUE ZEROS.
           10 BOOKDEVL-REG-SEQ-ITEM    PIC 9(003)          VALUE ZEROS.
           10 BOOKDEVL-REG-QUANTIDADE  PIC 9(005)          VALUE ZEROS.
           10 BOOKDEVL-REG-MOTIVO      PIC X(001)          VALUE SPACES.
               88 BOOKDEVL-MOTIVO-AVARIA                   VALUE 'A'.
               88 BOOKDEVL-MOTIVO-VENCIDO                  VALUE 'V'.
               88 BOOKDEVL-MOTIVO-ITEM-ERRADO              VALUE 'E'.
               88 BOOKDEVL-MOTIVO-OUTRO                    VALUE 'O'.
               88 BOOKDEVL-MOTIVO-VALIDO                   VALUE 'A'
                                                           'V' 'E' 'O'.
           10 BOOKDEVL-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKDEVL-REG-SEQ-DEVOL   PIC 9(003)          VALUE ZEROS.
           10 BOOKDEVL-REG-COD-PRODUTO PIC 9(005)          VALUE ZEROS.
           10 BOOKDEVL-REG-VALOR       PIC 9(009)V9(002)   VALUE ZEROS.
           10 BOOKDEVL-REG-ANO-MES-DEDUCAO
                                       PIC 9(006)          VALUE ZEROS.
