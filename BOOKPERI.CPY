       05  BOOKPERI-CTRL.
           10 BOOKPERI-CTRL-COD        PIC 9(001)          VALUE ZEROS.
           10 BOOKPERI-CTRL-MSG        PIC X(040)          VALUE SPACES.
       05  BOOKPERI-REG.
           10 BOOKPERI-REG-SERVICO     PIC X(001)          VALUE SPACES.
               88 BOOKPERI-VERIFICAR                       VALUE 'V'.
               88 BOOKPERI-FECHAR                          VALUE 'F'.
               88 BOOKPERI-REABRIR                         VALUE 'R'.
               88 BOOKPERI-PESQUISAR                       VALUE 'P'.
           10 BOOKPERI-REG-DATA-REFERENCIA
                                       PIC 9(008)          VALUE ZEROS.
           10 BOOKPERI-REG-ANO-MES     PIC 9(006)          VALUE ZEROS.
           10 BOOKPERI-REG-OPERADOR    PIC X(010)          VALUE SPACES.
           10 BOOKPERI-REG-MOTIVO      PIC X(040)          VALUE SPACES.
           10 BOOKPERI-REG-SITUACAO    PIC X(001)          VALUE SPACES.
               88 BOOKPERI-PERIODO-ABERTO                  VALUE 'A'.
               88 BOOKPERI-PERIODO-FECHADO                 VALUE 'F'.
           10 BOOKPERI-REG-OPER-FECHAMENTO
                                       PIC X(010)          VALUE SPACES.
           10 BOOKPERI-REG-DH-FECHAMENTO
                                       PIC 9(014)          VALUE ZEROS.
           10 BOOKPERI-REG-OPER-REABERTURA
                                       PIC X(010)          VALUE SPACES.
           10 BOOKPERI-REG-DH-REABERTURA
                                       PIC 9(014)          VALUE ZEROS.
           10 BOOKPERI-REG-MOTIVO-REABERTURA
                                       PIC X(040)          VALUE SPACES.
