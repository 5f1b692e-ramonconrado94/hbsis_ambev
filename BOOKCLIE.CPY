               88 BOOKCLIE-REATIVA-OUTRO                   VALUE 'O'.
           10 BOOKCLIE-REG-PROTEGIDO-LGPD
                                       PIC X(001)          VALUE SPACES.
           10 BOOKCLIE-REG-COD-REDE    PIC 9(005)          VALUE ZEROS.
